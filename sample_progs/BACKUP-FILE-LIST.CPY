000010******************************************************************
000020*                                                                *
000030*   BACKUP-FILE-LIST.CPY                                         *
000040*                                                                *
000050*   THE FILES THAT MAKE UP ONE END-OF-DAY BACKUP SET -- EVERY    *
000060*   FILE FAMILY THE ADDRESS BOOK AND THE LEDGER KEEP, COPIED     *
000070*   TOGETHER BY BACKUP-SET-JOB UNDER THE LEDGER-FILES RUN LOCK   *
000080*   SO A RESTORE NEVER MIXES FILES FROM DIFFERENT POINTS IN      *
000090*   TIME.  ONE 40-BYTE ENTRY PER FILE:                           *
000100*                                                                *
000110*     FAMILY      A ADDRESS BOOK, L LEDGER, C CONTROL FILES      *
000120*                 (COUNTERS, RUN CONTROL, PARAMETER TABLES)      *
000130*     COUNT TYPE  HOW BACKUP-SET-COUNT COUNTS THE FILE'S         *
000140*                 RECORDS AND CONTROL TOTALS (AD ADDRESS, PH     *
000150*                 PHONE, HS HISTORY, CL CALL LOG, CN CONSENT,    *
000160*                 TR TRANSACTIONS.TXT, TX TRANSACTIONS INDEX,    *
000170*                 OI OPEN ITEMS, AM ACCOUNT MASTER, PC PERIOD    *
000180*                 CONTROL); BLANK MEANS THE FILE IS PROVED BY    *
000190*                 ITS SIZE ALONE                                 *
000200*     LOCATION    D THE DATA DIRECTORY, W THE BATCH WORKING      *
000210*                 DIRECTORY (THE LEDGER JOBS' RELATIVE NAMES)    *
000220*     FILE NAME   AS THE PROGRAMS THAT OWN THE FILE NAME IT      *
000230*                                                                *
000240*   SYSTEM-STATUS.IDX IS LEFT OUT ON PURPOSE -- IT HOLDS THE RUN *
000250*   LOCK THE BACKUP ITSELF IS TAKEN UNDER, AND A RESTORE MUST    *
000260*   NOT BRING BACK A LOCK.  SO ARE THE DAILY JOURNALS (THE       *
000270*   JOURNALS AFTER THE SET DATE ARE WHAT A RESTORE IS ROLLED     *
000280*   FORWARD FROM), THE SESSION LOCK FILE, THE OFFLINE INQUIRY    *
000290*   COPIES AND ANY REPORT OR INTERFACE OUTPUT.  A FILE ADDED TO  *
000300*   THE SYSTEM IS ADDED HERE AND BF-FILE-COUNT RAISED TO MATCH.  *
000310*                                                                *
000320******************************************************************
000330 01  BACKUP-FILE-LIST-VALUES.
000340*   ADDRESS BOOK FAMILY
000350     05  FILLER                 PIC X(40) VALUE
000360         "A AD D address.idx".
000370     05  FILLER                 PIC X(40) VALUE
000380         "A PH D address-phone.idx".
000390     05  FILLER                 PIC X(40) VALUE
000400         "A    D address-phones.idx".
000410     05  FILLER                 PIC X(40) VALUE
000420         "A HS D address-history.idx".
000430     05  FILLER                 PIC X(40) VALUE
000440         "A CL D address-calllog.idx".
000450     05  FILLER                 PIC X(40) VALUE
000460         "A CN D address-consent.idx".
000470     05  FILLER                 PIC X(40) VALUE
000480         "A    D address-archive.idx".
000490     05  FILLER                 PIC X(40) VALUE
000500         "A    D address-campaign-master.idx".
000510     05  FILLER                 PIC X(40) VALUE
000520         "A    D address-campaign.idx".
000530     05  FILLER                 PIC X(40) VALUE
000540         "A    D address-case.idx".
000550     05  FILLER                 PIC X(40) VALUE
000560         "A    D address-case-history.idx".
000570     05  FILLER                 PIC X(40) VALUE
000580         "A    D address-clerks.idx".
000590     05  FILLER                 PIC X(40) VALUE
000600         "A    D address-codes.idx".
000610     05  FILLER                 PIC X(40) VALUE
000620         "A    D address-dnc.idx".
000630     05  FILLER                 PIC X(40) VALUE
000640         "A    D address-dsar.idx".
000650     05  FILLER                 PIC X(40) VALUE
000660         "A    D address-opportunity.idx".
000670     05  FILLER                 PIC X(40) VALUE
000680         "A    D address-org-contact.idx".
000690     05  FILLER                 PIC X(40) VALUE
000700         "A    D address-organization.idx".
000710     05  FILLER                 PIC X(40) VALUE
000720         "A    D address-postal-history.idx".
000730     05  FILLER                 PIC X(40) VALUE
000740         "A    D address-purge.idx".
000750     05  FILLER                 PIC X(40) VALUE
000760         "A    D address-quality.idx".
000770     05  FILLER                 PIC X(40) VALUE
000780         "A    D address-quota.idx".
000790     05  FILLER                 PIC X(40) VALUE
000800         "A    D address-referral.idx".
000810     05  FILLER                 PIC X(40) VALUE
000820         "A    D address-seasonal.idx".
000830     05  FILLER                 PIC X(40) VALUE
000840         "A    D address-skiptrace.idx".
000850     05  FILLER                 PIC X(40) VALUE
000860         "A    D address-territory.idx".
000870     05  FILLER                 PIC X(40) VALUE
000880         "A    D address-xref.idx".
000890     05  FILLER                 PIC X(40) VALUE
000900         "A    D address-zipdir.idx".
000910     05  FILLER                 PIC X(40) VALUE
000920         "A    D mailing-log.idx".
000930     05  FILLER                 PIC X(40) VALUE
000940         "A    D address-audit.log".
000950     05  FILLER                 PIC X(40) VALUE
000960         "A    D address-access.log".
000970     05  FILLER                 PIC X(40) VALUE
000980         "A    W address-select-criteria.txt".
000990     05  FILLER                 PIC X(40) VALUE
001000         "A    W address-std-rules.txt".
001010     05  FILLER                 PIC X(40) VALUE
001020         "A    W letter-template.txt".
001030*   LEDGER FAMILY
001040     05  FILLER                 PIC X(40) VALUE
001050         "L TR W transactions.txt".
001060     05  FILLER                 PIC X(40) VALUE
001070         "L    W transactions-history.txt".
001080     05  FILLER                 PIC X(40) VALUE
001090         "L TX D transactions.idx".
001100     05  FILLER                 PIC X(40) VALUE
001110         "L OI D open-items.idx".
001120     05  FILLER                 PIC X(40) VALUE
001130         "L AM D account-master.idx".
001140     05  FILLER                 PIC X(40) VALUE
001150         "L    D account-alerts.idx".
001160     05  FILLER                 PIC X(40) VALUE
001170         "L    D account-closure.idx".
001180     05  FILLER                 PIC X(40) VALUE
001190         "L    D audit-confirmations.idx".
001200     05  FILLER                 PIC X(40) VALUE
001210         "L    D balance-transfers.idx".
001220     05  FILLER                 PIC X(40) VALUE
001230         "L    D bank-credits.idx".
001240     05  FILLER                 PIC X(40) VALUE
001250         "L    D bank-details.idx".
001260     05  FILLER                 PIC X(40) VALUE
001270         "L    D billing-contracts.idx".
001280     05  FILLER                 PIC X(40) VALUE
001290         "L    D book-deposits.idx".
001300     05  FILLER                 PIC X(40) VALUE
001310         "L    D certified-mail.idx".
001320     05  FILLER                 PIC X(40) VALUE
001330         "L    D charge-codes.idx".
001340     05  FILLER                 PIC X(40) VALUE
001350         "L    D check-register.idx".
001360     05  FILLER                 PIC X(40) VALUE
001370         "L    D collection-activity.idx".
001380     05  FILLER                 PIC X(40) VALUE
001390         "L    D collections-queue.idx".
001400     05  FILLER                 PIC X(40) VALUE
001410         "L    D credit-applications.idx".
001420     05  FILLER                 PIC X(40) VALUE
001430         "L    D credit-review.idx".
001440     05  FILLER                 PIC X(40) VALUE
001450         "L    D deferred-revenue.idx".
001460     05  FILLER                 PIC X(40) VALUE
001470         "L    D document-register.idx".
001480     05  FILLER                 PIC X(40) VALUE
001490         "L    D dunning-status.idx".
001500     05  FILLER                 PIC X(40) VALUE
001510         "L    D edi-transmission.idx".
001520     05  FILLER                 PIC X(40) VALUE
001530         "L    D fiscal-calendar.idx".
001540     05  FILLER                 PIC X(40) VALUE
001550         "L    D fiscal-opening-balances.idx".
001560     05  FILLER                 PIC X(40) VALUE
001570         "L    D gl-extract-runs.idx".
001580     05  FILLER                 PIC X(40) VALUE
001590         "L    D interface-register.idx".
001600     05  FILLER                 PIC X(40) VALUE
001610         "L    D invoice-archive.idx".
001620     05  FILLER                 PIC X(40) VALUE
001630         "L    D litigation-cases.idx".
001640     05  FILLER                 PIC X(40) VALUE
001650         "L    D otc-payments.idx".
001660     05  FILLER                 PIC X(40) VALUE
001670         "L    D payment-plans.idx".
001680     05  FILLER                 PIC X(40) VALUE
001690         "L    D placements.idx".
001700     05  FILLER                 PIC X(40) VALUE
001710         "L    D postage-entries.idx".
001720     05  FILLER                 PIC X(40) VALUE
001730         "L    D price-agreements.idx".
001740     05  FILLER                 PIC X(40) VALUE
001750         "L    D promises-to-pay.idx".
001760     05  FILLER                 PIC X(40) VALUE
001770         "L    D purchase-orders.idx".
001780     05  FILLER                 PIC X(40) VALUE
001790         "L    D receivables-snapshot.idx".
001800     05  FILLER                 PIC X(40) VALUE
001810         "L    D relief-areas.idx".
001820     05  FILLER                 PIC X(40) VALUE
001830         "L    D returned-checks.idx".
001840     05  FILLER                 PIC X(40) VALUE
001850         "L    D security-deposits.idx".
001860     05  FILLER                 PIC X(40) VALUE
001870         "L    D statement-archive.idx".
001880     05  FILLER                 PIC X(40) VALUE
001890         "L    D suspense-items.idx".
001900     05  FILLER                 PIC X(40) VALUE
001910         "L    D tax-exempt.idx".
001920     05  FILLER                 PIC X(40) VALUE
001930         "L    D writeoff-approvals.idx".
001940     05  FILLER                 PIC X(40) VALUE
001950         "L    W allowance-entries.txt".
001960     05  FILLER                 PIC X(40) VALUE
001970         "L    W card-fee-entries.txt".
001980     05  FILLER                 PIC X(40) VALUE
001990         "L    W intercompany-entries.txt".
002000     05  FILLER                 PIC X(40) VALUE
002010         "L    W security-deposit-entries.txt".
002020     05  FILLER                 PIC X(40) VALUE
002030         "L    W suspense-transfers-pending.txt".
002040     05  FILLER                 PIC X(40) VALUE
002050         "L    W credit-application-decisions.txt".
002060     05  FILLER                 PIC X(40) VALUE
002070         "L    W welcome-letter-queue.txt".
002080     05  FILLER                 PIC X(40) VALUE
002090         "L    W cash-application-log.txt".
002100     05  FILLER                 PIC X(40) VALUE
002110         "L    W legal-hold-log.txt".
002120     05  FILLER                 PIC X(40) VALUE
002130         "L    W litigation-log.txt".
002140     05  FILLER                 PIC X(40) VALUE
002150         "L    W close-override-log.txt".
002160     05  FILLER                 PIC X(40) VALUE
002170         "L    W account-alert-log.txt".
002180     05  FILLER                 PIC X(40) VALUE
002190         "L    W bank-unmask-audit.txt".
002200     05  FILLER                 PIC X(40) VALUE
002210         "L    W credit-limit-audit.txt".
002220*   CONTROL FILES -- COUNTERS, RUN CONTROL AND PARAMETER TABLES
002230     05  FILLER                 PIC X(40) VALUE
002240         "C PC D period-control.idx".
002250     05  FILLER                 PIC X(40) VALUE
002260         "C    D run-control.idx".
002270     05  FILLER                 PIC X(40) VALUE
002280         "C    D batch-registry.idx".
002290     05  FILLER                 PIC X(40) VALUE
002300         "C    D report-definitions.idx".
002310     05  FILLER                 PIC X(40) VALUE
002320         "C    D spool-index.idx".
002330     05  FILLER                 PIC X(40) VALUE
002340         "C    D uid-counter.dat".
002350     05  FILLER                 PIC X(40) VALUE
002360         "C    D account-id-counter.dat".
002370     05  FILLER                 PIC X(40) VALUE
002380         "C    D invoice-counter.dat".
002390     05  FILLER                 PIC X(40) VALUE
002400         "C    D credit-application-counter.dat".
002410     05  FILLER                 PIC X(40) VALUE
002420         "C    D edi-control-counter.dat".
002430     05  FILLER                 PIC X(40) VALUE
002440         "C    D gl-run-counter.dat".
002450     05  FILLER                 PIC X(40) VALUE
002460         "C    D otc-receipt-counter.dat".
002470     05  FILLER                 PIC X(40) VALUE
002480         "C    W ledger-run-parms.txt".
002490     05  FILLER                 PIC X(40) VALUE
002500         "C    W nightly-job-control.txt".
002510     05  FILLER                 PIC X(40) VALUE
002520         "C    W expected-jobs.txt".
002530     05  FILLER                 PIC X(40) VALUE
002540         "C    W processing-calendar.txt".
002550     05  FILLER                 PIC X(40) VALUE
002560         "C    W fiscal-calendar.txt".
002570     05  FILLER                 PIC X(40) VALUE
002580         "C    W late-fee-rate.txt".
002590     05  FILLER                 PIC X(40) VALUE
002600         "C    W exchange-rates.txt".
002610     05  FILLER                 PIC X(40) VALUE
002620         "C    W state-tax-rates.txt".
002630     05  FILLER                 PIC X(40) VALUE
002640         "C    W gl-account-map.txt".
002650     05  FILLER                 PIC X(40) VALUE
002660         "C    W commission-rates.txt".
002670     05  FILLER                 PIC X(40) VALUE
002680         "C    W reserve-rates.txt".
002690     05  FILLER                 PIC X(40) VALUE
002700         "C    W forecast-weights.txt".
002710     05  FILLER                 PIC X(40) VALUE
002720         "C    W postage-rates.txt".
002730     05  FILLER                 PIC X(40) VALUE
002740         "C    W credit-scorecard.txt".
002750     05  FILLER                 PIC X(40) VALUE
002760         "C    W adverse-action-template.txt".
002770     05  FILLER                 PIC X(40) VALUE
002780         "C    W statement-messages.txt".
002790     05  FILLER                 PIC X(40) VALUE
002800         "C    W revenue-parms.txt".
002810     05  FILLER                 PIC X(40) VALUE
002820         "C    W dormant-parms.txt".
002830     05  FILLER                 PIC X(40) VALUE
002840         "C    W name-reconcile-parms.txt".
002850     05  FILLER                 PIC X(40) VALUE
002860         "C    W collector-assignments.txt".
002870 01  BACKUP-FILE-LIST REDEFINES BACKUP-FILE-LIST-VALUES.
002880     05  BF-ENTRY OCCURS 125 TIMES.
002890         10  BF-FAMILY          PIC X(01).
002900             88  BF-ADDRESS-FAMILY          VALUE 'A'.
002910             88  BF-LEDGER-FAMILY           VALUE 'L'.
002920             88  BF-CONTROL-FAMILY          VALUE 'C'.
002930         10  FILLER             PIC X(01).
002940         10  BF-COUNT-TYPE      PIC X(02).
002950         10  FILLER             PIC X(01).
002960         10  BF-LOCATION        PIC X(01).
002970             88  BF-IN-DATA-DIRECTORY       VALUE 'D'.
002980             88  BF-IN-WORK-DIRECTORY       VALUE 'W'.
002990         10  FILLER             PIC X(01).
003000         10  BF-FILE-NAME       PIC X(33).
003010 01  BF-FILE-COUNT              PIC 9(03) VALUE 125.
003020*   WHERE THE LIVE DATA FILES, THE BACKUP SETS AND THE RESTORE
003030*   DRILL'S COPY LIVE.  THE DRILL AREA SITS UNDER THE TEST AREA
003040*   BUT APART FROM THE SCRAMBLED PRACTICE FILES ADDRESS-TEST-COPY
003050*   BUILDS THERE -- A DRILL RESTORES REAL CUSTOMER DATA.
003060 01  BF-DATA-DIRECTORY          PIC X(30)
003070     VALUE "/mnt/c/cobfiles\".
003080 01  BF-BACKUP-DIRECTORY        PIC X(30)
003090     VALUE "/mnt/c/cobfiles\backup\".
003100 01  BF-DRILL-DIRECTORY         PIC X(30)
003110     VALUE "/mnt/c/cobfiles\test\drill\".
