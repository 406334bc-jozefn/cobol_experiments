000010******************************************************************
000020*                                                                *
000030*   CANCELLED-DEBT-1099C                                         *
000040*                                                                *
000050*   YEAR-END INFORMATION RETURNS FOR CANCELLED DEBT.  TOTALS     *
000060*   THE TYPE-W WRITE-OFFS POSTED IN THE TAX YEAR BY ACCOUNT,     *
000070*   FROM THE ARCHIVED HISTORY FILE AND THE LIVE LEDGER, LESS     *
000080*   ANY REVERSAL OF THOSE WRITE-OFFS.  EVERY ACCOUNT WHOSE       *
000090*   DISCHARGED DEBT REACHES THE REPORTING THRESHOLD ($600.00     *
000100*   UNLESS 1099C-THRESHOLD= SAYS OTHERWISE) IS REPORTED ON FORM  *
000110*   1099-C UNDER THE DEBTOR NAME AND ADDRESS FROM THE CONTACT    *
000120*   AND THE TAXPAYER ID FROM THE ACCOUNT MASTER:                 *
000130*                                                                *
000140*     - THE ELECTRONIC FILING FILE, 750-BYTE T/A/B/C/F RECORDS   *
000150*       IN THE IRS INFORMATION-RETURN LAYOUT (PUBLICATION 1220), *
000160*     - THE RECIPIENT (COPY B) STATEMENTS FOR MAILING, SPOOLED   *
000170*       FOR PERMANENT RETENTION,                                 *
000180*     - AN EXCEPTIONS LIST OF REPORTABLE ACCOUNTS WITH NO        *
000190*       TAXPAYER ID OR NO CONTACT TO MAIL TO.                    *
000200*                                                                *
000210*   AN ACCOUNT WITH NO TAXPAYER ID IS STILL FILED (WITH A BLANK  *
000220*   TIN, AS THE IRS EXPECTS) AND IS QUEUED FOR A TAX-ID          *
000230*   SOLICITATION LETTER: THE ACCOUNTS ARE WRITTEN TO A LIST      *
000240*   FILE AND ADDRESS-LETTER-WRITER IS STARTED WITH THE           *
000250*   SOLICITATION TEMPLATE AND AN ACCOUNT-LIST CRITERION.  THE    *
000260*   ACCOUNT MASTER REMEMBERS THE DATE OF THE REQUEST.            *
000270*                                                                *
000280*   RUN PARAMETERS (LEDGER-RUN-PARMS.TXT):                       *
000290*     TAX-YEAR=         CALENDAR YEAR REPORTED (DEFAULT: THE     *
000300*                       YEAR BEFORE THE RUN DATE)                *
000310*     1099C-THRESHOLD=  REPORTING FLOOR (DEFAULT 600.00)         *
000320*     PAYER-TIN= PAYER-NAME= PAYER-ADDRESS= PAYER-CITY=          *
000330*     PAYER-STATE= PAYER-ZIP= PAYER-PHONE= PAYER-CONTACT=        *
000340*     PAYER-EMAIL=      THE CREDITOR (BOTH TRADING NAMES FILE    *
000350*                       UNDER THE ONE PAYER TIN)                 *
000360*     TRANSMITTER-TCC=  THE TRANSMITTER CONTROL CODE             *
000370*     1099-TEST-FILE=Y  MARKS THE FILE AS A TEST SUBMISSION      *
000380*                                                                *
000390*   A REVERSAL COUNTS AGAINST THE WRITE-OFF IT BACKS OUT WHEN    *
000400*   THAT WRITE-OFF FELL IN THE TAX YEAR, WHATEVER THE            *
000410*   REVERSAL'S OWN DATE.                                         *
000420*                                                                *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.      CANCELLED-DEBT-1099C.
000460 AUTHOR.          DATA PROCESSING.
000470 INSTALLATION.    ACCOUNTING SYSTEMS.
000480 DATE-WRITTEN.    10/15/2026.
000490 DATE-COMPILED.   10/15/2026.
000500*                                                                *
000510*   MODIFICATION HISTORY                                        *
000520*   ------------------------------------------------------------ *
000530*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000532*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000534*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000536*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000538*                    HEADING.                                   *
000540*                                                                *
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL LIVE-LEDGER
000590            ASSIGN       TO  TRANSOUT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS  IS LEDGER-STATUS.
000620
000630     SELECT OPTIONAL HISTORY-LEDGER
000640            ASSIGN       TO  HISTOUT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS  IS HISTORY-STATUS.
000670
000680     SELECT SORT-WORK-FILE
000690            ASSIGN       TO  "1099csort.tmp".
000700
000710     SELECT OPTIONAL ACCOUNT-MASTER
000720            ASSIGN       TO  ACCTMSTR
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE  IS DYNAMIC
000750            RECORD KEY   IS AM-ACCOUNT-ID
000760            FILE STATUS  IS ACCTMSTR-STATUS.
000770
000780     SELECT OPTIONAL ADDRESS-FILE
000790            ASSIGN       TO  ADDROUT
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE  IS DYNAMIC
000820            RECORD KEY   IS FD-PHONE
000830            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000840            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000850            FILE STATUS  IS ADDRESS-STATUS.
000860
000870     SELECT OPTIONAL RUN-PARM-FILE
000880            ASSIGN       TO  RUNPARMS
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS  IS RUNPARM-STATUS.
000910
000920     SELECT FILING-FILE
000930            ASSIGN       TO  FILINGOUT
000940            ORGANIZATION IS LINE SEQUENTIAL
000950            FILE STATUS  IS FILING-STATUS.
000960
000970     SELECT PAYEE-WORK-FILE
000980            ASSIGN       TO  "1099cpayee.tmp"
000990            ORGANIZATION IS LINE SEQUENTIAL
001000            FILE STATUS  IS PAYEEWORK-STATUS.
001010
001020     SELECT COPIES-FILE
001030            ASSIGN       TO  COPIESOUT
001040            ORGANIZATION IS LINE SEQUENTIAL
001050            FILE STATUS  IS COPIES-STATUS.
001060
001070     SELECT REPORT-FILE
001080            ASSIGN       TO  REPORTOUT
001090            ORGANIZATION IS LINE SEQUENTIAL
001100            FILE STATUS  IS REPORT-STATUS.
001110
001120     SELECT LETTER-LIST-FILE
001130            ASSIGN       TO  LETTERLIST
001140            ORGANIZATION IS LINE SEQUENTIAL
001150            FILE STATUS  IS LETTERLIST-STATUS.
001160
001170     SELECT LETTER-CRIT-FILE
001180            ASSIGN       TO  LETTERCRIT
001190            ORGANIZATION IS LINE SEQUENTIAL
001200            FILE STATUS  IS LETTERCRIT-STATUS.
001210
001220     SELECT OPTIONAL LETTER-TEMPLATE-FILE
001230            ASSIGN       TO  LETTERTPL
001240            ORGANIZATION IS LINE SEQUENTIAL
001250            FILE STATUS  IS LETTERTPL-STATUS.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  LIVE-LEDGER
001300     RECORDING MODE IS F.
001310 01  LEDGER-DETAIL.
001320     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001330
001340 FD  HISTORY-LEDGER
001350     RECORDING MODE IS F.
001360 01  HISTORY-DETAIL.
001370     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==HL-==.
001380
001390*                                                                *
001400*   ONE WRITE-OFF OF THE TAX YEAR (W) OR ONE REVERSING ENTRY     *
001410*   THAT MAY BACK A WRITE-OFF OUT (R).  W SORTS AHEAD OF R       *
001420*   WITHIN THE ACCOUNT SO THE WRITE-OFFS ARE KNOWN FIRST.        *
001430*                                                                *
001440 SD  SORT-WORK-FILE.
001450 01  SORT-RECORD.
001460     05  SD-ACCOUNT-ID           PIC 9(07).
001470     05  SD-KIND                 PIC X(01).
001480         88  SD-WRITEOFF-ENTRY             VALUE 'W'.
001490         88  SD-REVERSAL-ENTRY             VALUE 'R'.
001500     05  SD-UID                  PIC 9(09).
001510     05  SD-REVERSED-UID         PIC 9(09).
001520     05  SD-TRANSACTION-DATE     PIC 9(08).
001530     05  SD-AMOUNT               PIC 9(09)V9(02).
001540     05  SD-ACCOUNT-HOLDER       PIC X(50).
001550
001560 FD  ACCOUNT-MASTER.
001570 01  ACCOUNT-MASTER-STRUCTURE.
001580     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001590          BY ==AM-==.
001600
001610 FD  ADDRESS-FILE.
001620 01  ADDRESS-STRUCTURE.
001630     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001640
001650 FD  RUN-PARM-FILE
001660     RECORDING MODE IS F.
001670 01  RUN-PARM-LINE              PIC X(80).
001680
001690 FD  FILING-FILE
001700     RECORDING MODE IS F.
001710 01  FILING-RECORD              PIC X(750).
001720
001730 FD  PAYEE-WORK-FILE
001740     RECORDING MODE IS F.
001750 01  PAYEE-WORK-RECORD          PIC X(750).
001760
001770 FD  COPIES-FILE
001780     RECORDING MODE IS F.
001790 01  COPIES-LINE                PIC X(80).
001800
001810 FD  REPORT-FILE
001820     RECORDING MODE IS F.
001830 01  REPORT-LINE                PIC X(100).
001840
001850 FD  LETTER-LIST-FILE
001860     RECORDING MODE IS F.
001870 01  LETTER-LIST-LINE           PIC X(20).
001880
001890 FD  LETTER-CRIT-FILE
001900     RECORDING MODE IS F.
001910 01  LETTER-CRIT-LINE           PIC X(60).
001920
001930 FD  LETTER-TEMPLATE-FILE
001940     RECORDING MODE IS F.
001950 01  LETTER-TEMPLATE-LINE       PIC X(80).
001960
001970 WORKING-STORAGE SECTION.
001980 01  TRANSOUT                   PIC X(50)
001990     VALUE "transactions.txt".
002000 01  HISTOUT                    PIC X(50)
002010     VALUE "transactions-history.txt".
002020 01  ACCTMSTR                   PIC X(50)
002030     VALUE "/mnt/c/cobfiles\account-master.idx".
002040 01  ADDROUT                    PIC X(50)
002050     VALUE "/mnt/c/cobfiles\address.idx".
002060 01  RUNPARMS                   PIC X(50)
002070     VALUE "ledger-run-parms.txt".
002080 01  FILINGOUT                  PIC X(50)
002090     VALUE "irs-1099c-filing.txt".
002100 01  COPIESOUT                  PIC X(50)
002110     VALUE "1099c-recipient-copies.txt".
002120 01  REPORTOUT                  PIC X(50)
002130     VALUE "1099c-exceptions.txt".
002140*   THE TAX-ID SOLICITATION MAILING (SEE ADDRESS-LETTER-WRITER)
002150 01  LETTERLIST                 PIC X(50)
002160     VALUE "taxid-letter-accounts.txt".
002170 01  LETTERCRIT                 PIC X(50)
002180     VALUE "taxid-letter-criteria.txt".
002190 01  LETTERTPL                  PIC X(50)
002200     VALUE "taxid-letter-template.txt".
002210 01  LETTEROUT                  PIC X(50)
002220     VALUE "taxid-letters.txt".
002230
002240 01  LEDGER-STATUS              PIC X(02).
002250 01  HISTORY-STATUS             PIC X(02).
002260 01  ACCTMSTR-STATUS            PIC X(02).
002270 01  ADDRESS-STATUS             PIC X(02).
002280     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
002290 01  RUNPARM-STATUS             PIC X(02).
002300 01  FILING-STATUS              PIC X(02).
002310 01  PAYEEWORK-STATUS           PIC X(02).
002320 01  COPIES-STATUS              PIC X(02).
002330 01  REPORT-STATUS              PIC X(02).
002340 01  LETTERLIST-STATUS          PIC X(02).
002350 01  LETTERCRIT-STATUS          PIC X(02).
002360 01  LETTERTPL-STATUS           PIC X(02).
002370
002380*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
002390 01  WS-RC-FUNCTION             PIC X(01).
002400 01  WS-RC-JOB-NAME             PIC X(20)
002410     VALUE "CANCELLED-DEBT-1099C".
002420 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002430 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002440 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002450
002460*                                                                *
002470*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER) --    *
002480*   THE RECIPIENT COPIES ARE KEPT FOR GOOD, THE EXCEPTIONS LIST  *
002490*   FOR THE MONTH                                                *
002500*                                                                *
002510 01  WS-SPOOL-FUNCTION          PIC X(01).
002520 01  WS-SPOOL-REPORT-NAME       PIC X(20).
002530 01  WS-SPOOL-JOB-NAME          PIC X(20)
002540     VALUE "CANCELLED-DEBT-1099C".
002550 01  WS-SPOOL-RETENTION         PIC X(01).
002560 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002570 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002580 01  WS-COPIES-MEMBER           PIC X(50).
002590 01  WS-COPIES-LINE-COUNT       PIC 9(07) VALUE ZERO.
002600 01  WS-REPORT-MEMBER           PIC X(50).
002610 01  WS-REPORT-LINE-COUNT       PIC 9(07) VALUE ZERO.
002620
002630*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE
002640*   LEDGER-JOURNAL-WRITE).
002650 01  WS-JL-FILE-ID              PIC X(01).
002660 01  WS-JL-ACTION               PIC X(01).
002670 01  WS-JL-KEY                  PIC X(16).
002680 01  WS-JL-BEFORE               PIC X(200).
002690 01  WS-JL-AFTER                PIC X(200).
002700
002710 01  WS-SWITCHES.
002720     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002730         88  WS-EOF-YES                   VALUE 'Y'.
002740     05  WS-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002750         88  WS-SORT-EOF                  VALUE 'Y'.
002760     05  WS-MASTER-SWITCH       PIC X(01) VALUE 'N'.
002770         88  WS-MASTER-AVAILABLE          VALUE 'Y'.
002780     05  WS-ADDRESS-SWITCH      PIC X(01) VALUE 'N'.
002790         88  WS-ADDRESS-AVAILABLE         VALUE 'Y'.
002800     05  WS-ACCT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002810         88  WS-ACCT-FOUND                VALUE 'Y'.
002820     05  WS-CONTACT-SWITCH      PIC X(01) VALUE 'N'.
002830         88  WS-CONTACT-FOUND             VALUE 'Y'.
002840
002850 01  WS-TODAY-8                 PIC 9(08).
002860 01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
002870     05  WS-TODAY-YEAR          PIC 9(04).
002880     05  WS-TODAY-MMDD          PIC 9(04).
002882 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002884     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002886 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002890 01  WS-COMMAND                 PIC X(200).
002900
002910*                                                                *
002920*   RUN PARAMETERS                                               *
002930*                                                                *
002940 01  WS-PARM-NAME               PIC X(20).
002950 01  WS-PARM-VALUE              PIC X(50).
002960 01  WS-TAX-YEAR                PIC 9(04) VALUE ZERO.
002970 01  WS-THRESHOLD               PIC 9(09)V9(02) VALUE 600.00.
002980 01  WS-TEST-FILE-SWITCH        PIC X(01) VALUE 'N'.
002990     88  WS-TEST-FILE                     VALUE 'Y'.
003000 01  WS-PAYER.
003010     05  WS-PAYER-TIN           PIC X(09) VALUE SPACES.
003020     05  WS-PAYER-NAME          PIC X(40) VALUE SPACES.
003030     05  WS-PAYER-ADDRESS       PIC X(40) VALUE SPACES.
003040     05  WS-PAYER-CITY          PIC X(40) VALUE SPACES.
003050     05  WS-PAYER-STATE         PIC X(02) VALUE SPACES.
003060     05  WS-PAYER-ZIP           PIC X(09) VALUE SPACES.
003070     05  WS-PAYER-PHONE         PIC X(15) VALUE SPACES.
003080     05  WS-PAYER-CONTACT       PIC X(40) VALUE SPACES.
003090     05  WS-PAYER-EMAIL         PIC X(50) VALUE SPACES.
003100     05  WS-TRANSMITTER-TCC     PIC X(05) VALUE SPACES.
003110
003120*                                                                *
003130*   THE ACCOUNT IN HAND -- ITS TAX-YEAR WRITE-OFFS, NET OF       *
003140*   REVERSALS, AND THE UIDS THEY POSTED UNDER                    *
003150*                                                                *
003160 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
003170 01  WS-ACCT-HOLDER             PIC X(50).
003180 01  WS-ACCT-DISCHARGED         PIC 9(09)V9(02).
003190 01  WS-ACCT-EVENT-DATE         PIC 9(08).
003200 01  WS-ACCT-WO-COUNT           PIC 9(05).
003210 01  WS-WO-UID-COUNT            PIC 9(03).
003220 01  WS-WO-UID-TABLE.
003230     05  WS-WO-UID              PIC 9(09) OCCURS 200 TIMES.
003240 01  WS-WO-SUB                  PIC 9(03).
003250
003260*   THE DEBTOR AS REPORTED
003270 01  WS-DEBTOR-NAME             PIC X(40).
003280 01  WS-DEBTOR-STREET           PIC X(40).
003290 01  WS-DEBTOR-CITY             PIC X(40).
003300 01  WS-DEBTOR-STATE            PIC X(02).
003310 01  WS-DEBTOR-ZIP              PIC X(09).
003320 01  WS-NAME-CONTROL            PIC X(04).
003330 01  WS-DEBTOR-TIN              PIC X(09).
003340 01  WS-DEBTOR-TIN-TYPE         PIC X(01).
003350 01  WS-MASKED-TIN              PIC X(11).
003360 01  WS-LAST-REQUEST            PIC 9(08).
003370 01  WS-EXCEPTION-REASON        PIC X(30).
003380
003390 01  WS-COUNTERS.
003400     05  WS-ACCOUNTS-SEEN       PIC 9(07) VALUE ZERO.
003410     05  WS-BELOW-THRESHOLD     PIC 9(07) VALUE ZERO.
003420     05  WS-PAYEE-COUNT         PIC 9(08) VALUE ZERO.
003430     05  WS-MISSING-TIN-COUNT   PIC 9(07) VALUE ZERO.
003440     05  WS-NO-CONTACT-COUNT    PIC 9(07) VALUE ZERO.
003450     05  WS-LETTER-COUNT        PIC 9(07) VALUE ZERO.
003460     05  WS-REVERSAL-COUNT      PIC 9(07) VALUE ZERO.
003470     05  WS-UID-OVERFLOW        PIC 9(07) VALUE ZERO.
003480 01  WS-FILED-TOTAL             PIC 9(16)V9(02) VALUE ZERO.
003490 01  WS-RECORD-SEQ              PIC 9(08) VALUE ZERO.
003500
003510*                                                                *
003520*   IRS INFORMATION-RETURN RECORDS (PUBLICATION 1220), 750       *
003530*   BYTES EACH.  POSITIONS ARE NOTED FROM-TO.                    *
003540*                                                                *
003550*   T -- TRANSMITTER                                             *
003560 01  WS-T-RECORD.
003570     05  WS-T-TYPE              PIC X(01).
003580     05  WS-T-YEAR              PIC 9(04).
003590     05  WS-T-PRIOR-YEAR        PIC X(01).
003600     05  WS-T-TIN               PIC X(09).
003610     05  WS-T-TCC               PIC X(05).
003620     05  FILLER                 PIC X(07).
003630     05  WS-T-TEST-FILE         PIC X(01).
003640     05  WS-T-FOREIGN           PIC X(01).
003650     05  WS-T-NAME              PIC X(40).
003660     05  WS-T-NAME-2            PIC X(40).
003670     05  WS-T-COMPANY           PIC X(40).
003680     05  WS-T-COMPANY-2         PIC X(40).
003690     05  WS-T-ADDRESS           PIC X(40).
003700     05  WS-T-CITY              PIC X(40).
003710     05  WS-T-STATE             PIC X(02).
003720     05  WS-T-ZIP               PIC X(09).
003730     05  FILLER                 PIC X(15).
003740*      296-303
003750     05  WS-T-PAYEES            PIC 9(08).
003760     05  WS-T-CONTACT           PIC X(40).
003770     05  WS-T-PHONE             PIC X(15).
003780     05  WS-T-EMAIL             PIC X(50).
003790     05  FILLER                 PIC X(91).
003800*      500-507
003810     05  WS-T-SEQ               PIC 9(08).
003820     05  FILLER                 PIC X(10).
003830     05  WS-T-VENDOR            PIC X(01).
003840     05  FILLER                 PIC X(232).
003850
003860*   A -- PAYER (THE CREDITOR)
003870 01  WS-A-RECORD.
003880     05  WS-A-TYPE              PIC X(01).
003890     05  WS-A-YEAR              PIC 9(04).
003900     05  WS-A-COMBINED          PIC X(01).
003910     05  FILLER                 PIC X(05).
003920     05  WS-A-TIN               PIC X(09).
003930     05  WS-A-NAME-CONTROL      PIC X(04).
003940     05  WS-A-LAST-FILING       PIC X(01).
003950     05  WS-A-RETURN-TYPE       PIC X(02).
003960     05  WS-A-AMOUNT-CODES      PIC X(18).
003970     05  FILLER                 PIC X(06).
003980     05  WS-A-FOREIGN           PIC X(01).
003990     05  WS-A-NAME              PIC X(40).
004000     05  WS-A-NAME-2            PIC X(40).
004010     05  WS-A-TRANSFER-AGENT    PIC X(01).
004020     05  WS-A-ADDRESS           PIC X(40).
004030     05  WS-A-CITY              PIC X(40).
004040     05  WS-A-STATE             PIC X(02).
004050     05  WS-A-ZIP               PIC X(09).
004060     05  WS-A-PHONE             PIC X(15).
004070     05  FILLER                 PIC X(260).
004080*      500-507
004090     05  WS-A-SEQ               PIC 9(08).
004100     05  FILLER                 PIC X(243).
004110
004120*   B -- PAYEE (THE DEBTOR).  AMOUNT 2 IS THE DEBT DISCHARGED;
004130*   THE 1099-C FIELDS START AT 544.
004140 01  WS-B-RECORD.
004150     05  WS-B-TYPE              PIC X(01).
004160     05  WS-B-YEAR              PIC 9(04).
004170     05  WS-B-CORRECTED         PIC X(01).
004180     05  WS-B-NAME-CONTROL      PIC X(04).
004190     05  WS-B-TIN-TYPE          PIC X(01).
004200     05  WS-B-TIN               PIC X(09).
004210     05  WS-B-ACCOUNT-NO        PIC X(20).
004220     05  WS-B-OFFICE            PIC X(04).
004230     05  FILLER                 PIC X(10).
004240*      55-258, AMOUNTS 1-9 AND A-H
004250     05  WS-B-AMOUNT            PIC 9(10)V9(02) OCCURS 17 TIMES.
004260     05  FILLER                 PIC X(28).
004270     05  WS-B-FOREIGN           PIC X(01).
004280     05  WS-B-NAME              PIC X(40).
004290     05  WS-B-NAME-2            PIC X(40).
004300     05  WS-B-ADDRESS           PIC X(40).
004310     05  FILLER                 PIC X(40).
004320     05  WS-B-CITY              PIC X(40).
004330     05  WS-B-STATE             PIC X(02).
004340     05  WS-B-ZIP               PIC X(09).
004350     05  FILLER                 PIC X(01).
004360*      500-507
004370     05  WS-B-SEQ               PIC 9(08).
004380     05  FILLER                 PIC X(39).
004390*      547-595
004400     05  WS-B-EVENT-CODE        PIC X(01).
004410     05  WS-B-EVENT-DATE        PIC 9(08).
004420     05  WS-B-DEBT-DESC         PIC X(39).
004430     05  WS-B-PERSONAL-LIAB     PIC X(01).
004440     05  FILLER                 PIC X(67).
004450     05  WS-B-SPECIAL-DATA      PIC X(60).
004460     05  FILLER                 PIC X(24).
004470     05  WS-B-STATE-CODE        PIC X(02).
004480     05  FILLER                 PIC X(02).
004490
004500*   C -- END OF PAYER, CONTROL TOTALS 1-9 AND A-H
004510 01  WS-C-RECORD.
004520     05  WS-C-TYPE              PIC X(01).
004530     05  WS-C-PAYEES            PIC 9(08).
004540     05  FILLER                 PIC X(06).
004550     05  WS-C-TOTAL             PIC 9(16)V9(02) OCCURS 17 TIMES.
004560     05  FILLER                 PIC X(178).
004570*      500-507
004580     05  WS-C-SEQ               PIC 9(08).
004590     05  FILLER                 PIC X(243).
004600
004610*   F -- END OF TRANSMISSION
004620 01  WS-F-RECORD.
004630     05  WS-F-TYPE              PIC X(01).
004640     05  WS-F-A-COUNT           PIC 9(08).
004650     05  WS-F-ZEROS             PIC 9(21).
004660     05  FILLER                 PIC X(19).
004670     05  WS-F-PAYEES            PIC X(08).
004680     05  FILLER                 PIC X(442).
004690*      500-507
004700     05  WS-F-SEQ               PIC 9(08).
004710     05  FILLER                 PIC X(243).
004720
004730 01  WS-AMT-SUB                 PIC 9(02).
004740
004750*                                                                *
004760*   RECIPIENT COPY AND EXCEPTION LINES                           *
004770*                                                                *
004780 01  WS-FORM-FEED               PIC X(01) VALUE X"0C".
004790 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
004800 01  WS-EDIT-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004810 01  WS-EDIT-DATE               PIC X(10).
004820
004830 01  WS-EXCEPTION-LINE.
004840     05  WS-X-ACCOUNT           PIC 9(07).
004850     05  FILLER                 PIC X(02) VALUE SPACES.
004860     05  WS-X-NAME              PIC X(30).
004870     05  FILLER                 PIC X(01) VALUE SPACES.
004880     05  WS-X-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
004890     05  FILLER                 PIC X(02) VALUE SPACES.
004900     05  WS-X-REASON            PIC X(30).
004910     05  FILLER                 PIC X(01) VALUE SPACES.
004920     05  WS-X-REQUESTED         PIC X(08).
004930
004940*                                                                *
004950*   THE SOLICITATION LETTER WRITTEN WHEN THE TEMPLATE FILE IS    *
004960*   NOT ALREADY ON HAND.  THE MAILROOM MAY EDIT THE FILE; A      *
004970*   LATER RUN LEAVES AN EXISTING TEMPLATE ALONE.                 *
004980*                                                                *
004990 01  WS-TEMPLATE-TEXT.
005000     05  FILLER PIC X(60) VALUE "&FIRST-NAME &LAST-NAME".
005010     05  FILLER PIC X(60) VALUE "&STREET".
005020     05  FILLER PIC X(60) VALUE "&CITY, &STATE  &ZIP".
005030     05  FILLER PIC X(60) VALUE SPACES.
005040     05  FILLER PIC X(60) VALUE "RE: ACCOUNT &ACCOUNT-ID".
005050     05  FILLER PIC X(60) VALUE
005060         "    TAXPAYER IDENTIFICATION NUMBER".
005070     05  FILLER PIC X(60) VALUE SPACES.
005080     05  FILLER PIC X(60) VALUE "DEAR &FIRST-NAME &LAST-NAME:".
005090     05  FILLER PIC X(60) VALUE SPACES.
005100     05  FILLER PIC X(60) VALUE
005110         "A BALANCE ON THE ACCOUNT ABOVE HAS BEEN WRITTEN OFF".
005120     05  FILLER PIC X(60) VALUE
005130         "AS UNCOLLECTIBLE.  FEDERAL LAW REQUIRES US TO REPORT".
005140     05  FILLER PIC X(60) VALUE
005150         "CANCELLED DEBT OF $600 OR MORE TO THE INTERNAL".
005160     05  FILLER PIC X(60) VALUE
005170         "REVENUE SERVICE ON FORM 1099-C, AND WE DO NOT HAVE".
005180     05  FILLER PIC X(60) VALUE
005190         "YOUR TAXPAYER IDENTIFICATION NUMBER ON FILE.".
005200     05  FILLER PIC X(60) VALUE SPACES.
005210     05  FILLER PIC X(60) VALUE
005220         "PLEASE COMPLETE, SIGN AND RETURN THE ENCLOSED FORM".
005230     05  FILLER PIC X(60) VALUE
005240         "W-9 WITHIN 30 DAYS.  IF YOU HAVE QUESTIONS, PLEASE".
005250     05  FILLER PIC X(60) VALUE
005260         "CALL OUR ACCOUNTS OFFICE AND GIVE THE ACCOUNT NUMBER".
005270     05  FILLER PIC X(60) VALUE "ABOVE.".
005280     05  FILLER PIC X(60) VALUE SPACES.
005290     05  FILLER PIC X(60) VALUE "SINCERELY,".
005300     05  FILLER PIC X(60) VALUE SPACES.
005310     05  FILLER PIC X(60) VALUE "ACCOUNTS RECEIVABLE".
005320 01  WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-TEXT.
005330     05  WS-TEMPLATE-ROW        PIC X(60) OCCURS 23 TIMES.
005340 01  WS-TPL-SUB                 PIC 9(02).
005350 01  WS-LINE-PTR                PIC 9(03) VALUE 12.
005360
005370 PROCEDURE DIVISION.
005380*                                                                *
005390*   0000-MAINLINE                                               *
005400*                                                                *
005410 0000-MAINLINE.
005420     MOVE 'S' TO WS-RC-FUNCTION.
005430     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
005440          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
005450          WS-RC-CODE.
005460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005470     SORT SORT-WORK-FILE
005480         ON ASCENDING  KEY SD-ACCOUNT-ID
005490         ON DESCENDING KEY SD-KIND
005500         ON ASCENDING  KEY SD-UID
005510         INPUT PROCEDURE  IS 2000-LOAD-WRITEOFFS
005520         OUTPUT PROCEDURE IS 3000-TOTAL-ACCOUNTS.
005530     CLOSE PAYEE-WORK-FILE.
005540     PERFORM 7000-WRITE-FILING-FILE THRU 7000-EXIT.
005550     PERFORM 8000-FINISH THRU 8000-EXIT.
005560     IF WS-LETTER-COUNT > ZERO
005570        PERFORM 8500-START-SOLICITATION THRU 8500-EXIT
005580     END-IF.
005590     MOVE 'E' TO WS-RC-FUNCTION.
005600     MOVE WS-PAYEE-COUNT TO WS-RC-WRITTEN.
005610     IF WS-MISSING-TIN-COUNT > ZERO OR WS-NO-CONTACT-COUNT > ZERO
005620        MOVE "FLAG" TO WS-RC-CODE
005630        MOVE 4 TO RETURN-CODE
005640     END-IF.
005650     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
005660          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
005670          WS-RC-CODE.
005680     DISPLAY "CANCELLED-DEBT-1099C RUN COMPLETE -- TAX YEAR "
005690             WS-TAX-YEAR.
005700     DISPLAY "ACCOUNTS WITH WRITE-OFFS:  " WS-ACCOUNTS-SEEN.
005710     DISPLAY "BELOW THRESHOLD:           " WS-BELOW-THRESHOLD.
005720     DISPLAY "1099-C RETURNS:            " WS-PAYEE-COUNT.
005730     DISPLAY "MISSING TAXPAYER ID:       " WS-MISSING-TIN-COUNT.
005740     DISPLAY "NO CONTACT ON FILE:        " WS-NO-CONTACT-COUNT.
005750     DISPLAY "SOLICITATIONS QUEUED:      " WS-LETTER-COUNT.
005760     GO TO 9999-EXIT.
005770
005780*                                                                *
005790*   1000-INITIALIZE -- PARAMETERS, THE LOOKUP FILES AND THE      *
005800*   OUTPUTS THE SORT'S OUTPUT PROCEDURE WRITES TO                *
005810*                                                                *
005820 1000-INITIALIZE.
005830     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
005835          WS-OVERRIDE-MARK.
005840     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
005850     IF WS-TAX-YEAR = ZERO
005860        COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
005870     END-IF.
005880     DISPLAY "1099-C TAX YEAR " WS-TAX-YEAR
005890             "  THRESHOLD " WS-THRESHOLD.
005900     IF WS-PAYER-TIN = SPACES
005910        DISPLAY "WARNING -- NO PAYER-TIN= RUN PARAMETER; "
005920                "THE FILING FILE WILL NOT BE ACCEPTED"
005930     END-IF.
005940     OPEN I-O ACCOUNT-MASTER.
005950     IF ACCTMSTR-STATUS = '00' OR ACCTMSTR-STATUS = '05'
005960        MOVE 'Y' TO WS-MASTER-SWITCH
005970     ELSE
005980        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, STATUS "
005990                ACCTMSTR-STATUS
006000     END-IF.
006010     OPEN INPUT ADDRESS-FILE.
006020     IF ADDRESS-FILE-READY OR ADDRESS-STATUS = '05'
006030        MOVE 'Y' TO WS-ADDRESS-SWITCH
006040     ELSE
006050        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, STATUS "
006060                ADDRESS-STATUS
006070     END-IF.
006080     OPEN OUTPUT PAYEE-WORK-FILE.
006090     OPEN OUTPUT LETTER-LIST-FILE.
006100*   RECIPIENT COPIES -- KEPT PERMANENTLY
006110     MOVE 'N' TO WS-SPOOL-FUNCTION.
006120     MOVE "1099c-copies" TO WS-SPOOL-REPORT-NAME.
006130     MOVE 'P' TO WS-SPOOL-RETENTION.
006140     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
006150     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006160          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006170          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006180          WS-SPOOL-MEMBER-NAME.
006190     MOVE WS-SPOOL-MEMBER-NAME TO COPIESOUT WS-COPIES-MEMBER.
006200     OPEN OUTPUT COPIES-FILE.
006210*   EXCEPTIONS LIST -- KEPT FOR THE MONTH
006220     MOVE 'N' TO WS-SPOOL-FUNCTION.
006230     MOVE "1099c-exceptions" TO WS-SPOOL-REPORT-NAME.
006240     MOVE 'M' TO WS-SPOOL-RETENTION.
006250     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
006260     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006270          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006280          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006290          WS-SPOOL-MEMBER-NAME.
006300     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT WS-REPORT-MEMBER.
006310     OPEN OUTPUT REPORT-FILE.
006320     MOVE SPACES TO REPORT-LINE.
006330     STRING "1099-C EXCEPTIONS -- TAX YEAR " WS-TAX-YEAR
006340            "  RUN " WS-TODAY-8
006350            DELIMITED BY SIZE INTO REPORT-LINE
006360     END-STRING.
006370     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
006372     IF WS-DATE-OVERRIDDEN
006374        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
006376        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
006378     END-IF.
006380     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
006390     MOVE "ACCOUNT  DEBTOR" TO REPORT-LINE.
006400     MOVE "DISCHARGED" TO REPORT-LINE (45:10).
006410     MOVE "REASON                         REQUESTED"
006420       TO REPORT-LINE (58:40).
006430     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
006440 1000-EXIT.
006450     EXIT.
006460
006470 1050-READ-RUN-PARMS.
006480     OPEN INPUT RUN-PARM-FILE.
006490     IF RUNPARM-STATUS NOT = '00'
006500        GO TO 1050-EXIT
006510     END-IF.
006520     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
006530             UNTIL RUNPARM-STATUS NOT = '00'.
006540     CLOSE RUN-PARM-FILE.
006550 1050-EXIT.
006560     EXIT.
006570
006580 1060-READ-ONE-PARM.
006590     READ RUN-PARM-FILE
006600         AT END
006610            MOVE '10' TO RUNPARM-STATUS
006620            GO TO 1060-EXIT
006630     END-READ.
006640     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
006650     UNSTRING RUN-PARM-LINE DELIMITED BY "="
006660         INTO WS-PARM-NAME, WS-PARM-VALUE
006670     END-UNSTRING.
006680     EVALUATE WS-PARM-NAME
006690        WHEN "TAX-YEAR"
006700           IF WS-PARM-VALUE (1:4) IS NUMERIC
006710              MOVE WS-PARM-VALUE (1:4) TO WS-TAX-YEAR
006720           END-IF
006730        WHEN "1099C-THRESHOLD"
006740           COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-PARM-VALUE)
006750        WHEN "PAYER-TIN"
006760           MOVE WS-PARM-VALUE TO WS-PAYER-TIN
006770        WHEN "PAYER-NAME"
006780           MOVE WS-PARM-VALUE TO WS-PAYER-NAME
006790        WHEN "PAYER-ADDRESS"
006800           MOVE WS-PARM-VALUE TO WS-PAYER-ADDRESS
006810        WHEN "PAYER-CITY"
006820           MOVE WS-PARM-VALUE TO WS-PAYER-CITY
006830        WHEN "PAYER-STATE"
006840           MOVE WS-PARM-VALUE TO WS-PAYER-STATE
006850        WHEN "PAYER-ZIP"
006860           MOVE WS-PARM-VALUE TO WS-PAYER-ZIP
006870        WHEN "PAYER-PHONE"
006880           MOVE WS-PARM-VALUE TO WS-PAYER-PHONE
006890        WHEN "PAYER-CONTACT"
006900           MOVE WS-PARM-VALUE TO WS-PAYER-CONTACT
006910        WHEN "PAYER-EMAIL"
006920           MOVE WS-PARM-VALUE TO WS-PAYER-EMAIL
006930        WHEN "TRANSMITTER-TCC"
006940           MOVE WS-PARM-VALUE TO WS-TRANSMITTER-TCC
006950        WHEN "1099-TEST-FILE"
006960           MOVE WS-PARM-VALUE (1:1) TO WS-TEST-FILE-SWITCH
006970        WHEN OTHER
006980           CONTINUE
006990     END-EVALUATE.
007000 1060-EXIT.
007010     EXIT.
007020
007030*                                                                *
007040*   2000-LOAD-WRITEOFFS -- SORT INPUT: THE ARCHIVED HISTORY      *
007050*   FIRST, THEN THE LIVE LEDGER                                  *
007060*                                                                *
007070 2000-LOAD-WRITEOFFS.
007080     OPEN INPUT HISTORY-LEDGER.
007090     IF HISTORY-STATUS = '00'
007100        MOVE 'N' TO WS-EOF-SWITCH
007110        PERFORM 2100-READ-HISTORY THRU 2100-EXIT
007120                UNTIL WS-EOF-YES
007130        CLOSE HISTORY-LEDGER
007140     END-IF.
007150     OPEN INPUT LIVE-LEDGER.
007160     IF LEDGER-STATUS NOT = '00'
007170        DISPLAY "WARNING -- NO LIVE LEDGER, STATUS " LEDGER-STATUS
007180        GO TO 2000-EXIT
007190     END-IF.
007200     MOVE 'N' TO WS-EOF-SWITCH.
007210     PERFORM 2200-READ-LIVE THRU 2200-EXIT
007220             UNTIL WS-EOF-YES.
007230     CLOSE LIVE-LEDGER.
007240 2000-EXIT.
007250     EXIT.
007260
007270 2100-READ-HISTORY.
007280     READ HISTORY-LEDGER
007290         AT END
007300            MOVE 'Y' TO WS-EOF-SWITCH
007310            GO TO 2100-EXIT
007320     END-READ.
007330     IF NOT HL-DETAIL-RECORD
007340        GO TO 2100-EXIT
007350     END-IF.
007360     ADD 1 TO WS-RC-READ.
007370     MOVE HISTORY-DETAIL TO LEDGER-DETAIL.
007380     PERFORM 2500-RELEASE-ENTRY THRU 2500-EXIT.
007390 2100-EXIT.
007400     EXIT.
007410
007420 2200-READ-LIVE.
007430     READ LIVE-LEDGER
007440         AT END
007450            MOVE 'Y' TO WS-EOF-SWITCH
007460            GO TO 2200-EXIT
007470     END-READ.
007480     IF NOT TR-DETAIL-RECORD
007490        GO TO 2200-EXIT
007500     END-IF.
007510     ADD 1 TO WS-RC-READ.
007520     PERFORM 2500-RELEASE-ENTRY THRU 2500-EXIT.
007530 2200-EXIT.
007540     EXIT.
007550
007560*                                                                *
007570*   2500-RELEASE-ENTRY -- A WRITE-OFF DATED IN THE TAX YEAR, OR  *
007580*   A DEBIT THAT REVERSES SOME EARLIER ENTRY (WHICH ONE IS       *
007590*   SETTLED IN THE OUTPUT PROCEDURE)                             *
007600*                                                                *
007610 2500-RELEASE-ENTRY.
007620     IF TR-ACCOUNT-ID = ZERO
007630        GO TO 2500-EXIT
007640     END-IF.
007650     MOVE SPACES TO SORT-RECORD.
007660     IF TR-WRITEOFF-TRANSACTION
007670        IF TR-TRANSACTION-DATE (1:4) NOT = WS-TAX-YEAR
007680           GO TO 2500-EXIT
007690        END-IF
007700        MOVE 'W' TO SD-KIND
007710     ELSE
007720        IF NOT TR-DEBIT-TRANSACTION OR TR-REVERSED-UID = ZERO
007730           GO TO 2500-EXIT
007740        END-IF
007750        MOVE 'R' TO SD-KIND
007760     END-IF.
007770     MOVE TR-ACCOUNT-ID       TO SD-ACCOUNT-ID.
007780     MOVE TR-UID              TO SD-UID.
007790     MOVE TR-REVERSED-UID     TO SD-REVERSED-UID.
007800     MOVE TR-TRANSACTION-DATE TO SD-TRANSACTION-DATE.
007810     MOVE TR-AMOUNT           TO SD-AMOUNT.
007820     MOVE TR-ACCOUNT-HOLDER   TO SD-ACCOUNT-HOLDER.
007830     RELEASE SORT-RECORD.
007840 2500-EXIT.
007850     EXIT.
007860
007870*                                                                *
007880*   3000-TOTAL-ACCOUNTS -- SORT OUTPUT: ONE CONTROL BREAK PER    *
007890*   ACCOUNT                                                      *
007900*                                                                *
007910 3000-TOTAL-ACCOUNTS.
007920     MOVE 'N' TO WS-SORT-EOF-SWITCH.
007930     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
007940     PERFORM 3100-RETURN-ONE-ENTRY THRU 3100-EXIT
007950             UNTIL WS-SORT-EOF.
007960     IF WS-PREV-ACCOUNT-ID NOT = ZERO
007970        PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
007980     END-IF.
007990 3000-EXIT.
008000     EXIT.
008010
008020 3100-RETURN-ONE-ENTRY.
008030     RETURN SORT-WORK-FILE
008040         AT END
008050            MOVE 'Y' TO WS-SORT-EOF-SWITCH
008060            GO TO 3100-EXIT
008070     END-RETURN.
008080     IF SD-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
008090        IF WS-PREV-ACCOUNT-ID NOT = ZERO
008100           PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
008110        END-IF
008120        PERFORM 3200-START-ACCOUNT THRU 3200-EXIT
008130     END-IF.
008140     IF SD-WRITEOFF-ENTRY
008150        PERFORM 3300-ADD-WRITEOFF THRU 3300-EXIT
008160     ELSE
008170        PERFORM 3400-APPLY-REVERSAL THRU 3400-EXIT
008180     END-IF.
008190 3100-EXIT.
008200     EXIT.
008210
008220 3200-START-ACCOUNT.
008230     MOVE SD-ACCOUNT-ID     TO WS-PREV-ACCOUNT-ID.
008240     MOVE SD-ACCOUNT-HOLDER TO WS-ACCT-HOLDER.
008250     MOVE ZERO TO WS-ACCT-DISCHARGED WS-ACCT-EVENT-DATE
008260                  WS-ACCT-WO-COUNT WS-WO-UID-COUNT.
008270 3200-EXIT.
008280     EXIT.
008290
008300*   THE LATEST WRITE-OFF OF THE YEAR IS THE IDENTIFIABLE EVENT.
008310 3300-ADD-WRITEOFF.
008320     ADD SD-AMOUNT TO WS-ACCT-DISCHARGED.
008330     ADD 1 TO WS-ACCT-WO-COUNT.
008340     IF SD-TRANSACTION-DATE > WS-ACCT-EVENT-DATE
008350        MOVE SD-TRANSACTION-DATE TO WS-ACCT-EVENT-DATE
008360     END-IF.
008370     IF WS-WO-UID-COUNT < 200
008380        ADD 1 TO WS-WO-UID-COUNT
008390        MOVE SD-UID TO WS-WO-UID (WS-WO-UID-COUNT)
008400     ELSE
008410        ADD 1 TO WS-UID-OVERFLOW
008420     END-IF.
008430 3300-EXIT.
008440     EXIT.
008450
008460*   A DEBIT REVERSING ONE OF THIS ACCOUNT'S TAX-YEAR WRITE-OFFS
008470*   TAKES THE AMOUNT BACK OUT; ANY OTHER REVERSAL IS IGNORED.
008480 3400-APPLY-REVERSAL.
008490     IF WS-WO-UID-COUNT = ZERO
008500        GO TO 3400-EXIT
008510     END-IF.
008520     MOVE 1 TO WS-WO-SUB.
008530     PERFORM 3450-NEXT-WO-UID THRU 3450-EXIT
008540             UNTIL WS-WO-SUB > WS-WO-UID-COUNT
008550                OR WS-WO-UID (WS-WO-SUB) = SD-REVERSED-UID.
008560     IF WS-WO-SUB > WS-WO-UID-COUNT
008570        GO TO 3400-EXIT
008580     END-IF.
008590     ADD 1 TO WS-REVERSAL-COUNT.
008600     IF SD-AMOUNT > WS-ACCT-DISCHARGED
008610        MOVE ZERO TO WS-ACCT-DISCHARGED
008620     ELSE
008630        SUBTRACT SD-AMOUNT FROM WS-ACCT-DISCHARGED
008640     END-IF.
008650 3400-EXIT.
008660     EXIT.
008670
008680 3450-NEXT-WO-UID.
008690     ADD 1 TO WS-WO-SUB.
008700 3450-EXIT.
008710     EXIT.
008720
008730*                                                                *
008740*   4000-CLOSE-ACCOUNT -- AT THE ACCOUNT BREAK: BELOW THE        *
008750*   THRESHOLD IT IS ONLY COUNTED; OTHERWISE THE RETURN, THE      *
008760*   RECIPIENT COPY AND ANY EXCEPTION ARE WRITTEN                 *
008770*                                                                *
008780 4000-CLOSE-ACCOUNT.
008790     IF WS-ACCT-WO-COUNT = ZERO
008800        GO TO 4000-EXIT
008810     END-IF.
008820     ADD 1 TO WS-ACCOUNTS-SEEN.
008830     IF WS-ACCT-DISCHARGED < WS-THRESHOLD
008840        ADD 1 TO WS-BELOW-THRESHOLD
008850        GO TO 4000-EXIT
008860     END-IF.
008870     ADD 1 TO WS-PAYEE-COUNT.
008880     ADD WS-ACCT-DISCHARGED TO WS-FILED-TOTAL.
008890     PERFORM 4100-GET-ACCOUNT-MASTER THRU 4100-EXIT.
008900     PERFORM 4200-GET-CONTACT THRU 4200-EXIT.
008910     PERFORM 4300-WRITE-PAYEE-RECORD THRU 4300-EXIT.
008920     PERFORM 4400-PRINT-RECIPIENT-COPY THRU 4400-EXIT.
008930     IF WS-DEBTOR-TIN = SPACES
008940        ADD 1 TO WS-MISSING-TIN-COUNT
008950        MOVE "NO TAXPAYER ID ON FILE" TO WS-EXCEPTION-REASON
008960        PERFORM 4600-LIST-EXCEPTION THRU 4600-EXIT
008970        PERFORM 4700-QUEUE-SOLICITATION THRU 4700-EXIT
008980     END-IF.
008990     IF NOT WS-CONTACT-FOUND
009000        ADD 1 TO WS-NO-CONTACT-COUNT
009010        MOVE "NO CONTACT -- NO MAILING ADDRESS"
009020          TO WS-EXCEPTION-REASON
009030        PERFORM 4600-LIST-EXCEPTION THRU 4600-EXIT
009040     END-IF.
009050 4000-EXIT.
009060     EXIT.
009070
009080*   THE TAXPAYER ID FROM THE ACCOUNT MASTER
009090 4100-GET-ACCOUNT-MASTER.
009100     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
009110     MOVE SPACES TO WS-DEBTOR-TIN WS-DEBTOR-TIN-TYPE.
009120     MOVE ZERO TO WS-LAST-REQUEST.
009130     IF NOT WS-MASTER-AVAILABLE
009140        GO TO 4100-EXIT
009150     END-IF.
009160     MOVE WS-PREV-ACCOUNT-ID TO AM-ACCOUNT-ID.
009170     READ ACCOUNT-MASTER
009180         INVALID KEY
009190            GO TO 4100-EXIT
009200     END-READ.
009210     MOVE 'Y' TO WS-ACCT-FOUND-SWITCH.
009220     IF AM-TAX-ID-REQUEST-DATE IS NUMERIC
009230        MOVE AM-TAX-ID-REQUEST-DATE TO WS-LAST-REQUEST
009240     END-IF.
009250     IF AM-TAX-ID IS NUMERIC
009260        AND (AM-TAX-ID-SSN OR AM-TAX-ID-EIN)
009270        MOVE AM-TAX-ID      TO WS-DEBTOR-TIN
009280        MOVE AM-TAX-ID-TYPE TO WS-DEBTOR-TIN-TYPE
009290     END-IF.
009300 4100-EXIT.
009310     EXIT.
009320
009330*   THE DEBTOR NAME AND ADDRESS FROM THE ACCOUNT'S CONTACT.  WITH
009340*   NO CONTACT THE RETURN IS FILED UNDER THE LEDGER'S ACCOUNT
009350*   HOLDER WITH NO ADDRESS, AND THE ACCOUNT IS LISTED.
009360 4200-GET-CONTACT.
009370     MOVE 'N' TO WS-CONTACT-SWITCH.
009380     MOVE SPACES TO WS-DEBTOR-NAME WS-DEBTOR-STREET WS-DEBTOR-CITY
009390                    WS-DEBTOR-STATE WS-DEBTOR-ZIP.
009400     MOVE WS-ACCT-HOLDER TO WS-DEBTOR-NAME.
009410     MOVE WS-ACCT-HOLDER (1:4) TO WS-NAME-CONTROL.
009420     IF NOT WS-ADDRESS-AVAILABLE
009430        GO TO 4200-EXIT
009440     END-IF.
009450     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
009460     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
009470         INVALID KEY
009480            GO TO 4200-EXIT
009490     END-READ.
009500     MOVE 'Y' TO WS-CONTACT-SWITCH.
009510     MOVE SPACES TO WS-DEBTOR-NAME.
009520     STRING FD-FIRST-NAME DELIMITED BY "  "
009530            " "           DELIMITED BY SIZE
009540            FD-LAST-NAME  DELIMITED BY "  "
009550            INTO WS-DEBTOR-NAME
009560     END-STRING.
009570     MOVE FD-LAST-NAME (1:4) TO WS-NAME-CONTROL.
009580     MOVE FD-STREET-NAME TO WS-DEBTOR-STREET.
009590     MOVE FD-CITY        TO WS-DEBTOR-CITY.
009600     MOVE FD-STATE       TO WS-DEBTOR-STATE.
009610*   ZIP+4 IS CARRIED AS 12345-6789; THE RETURN WANTS NINE DIGITS.
009620     MOVE FD-ZIP (1:5)   TO WS-DEBTOR-ZIP (1:5).
009630     IF FD-ZIP (6:1) = "-"
009640        MOVE FD-ZIP (7:4) TO WS-DEBTOR-ZIP (6:4)
009650     END-IF.
009660 4200-EXIT.
009670     EXIT.
009680
009690*   ONE B RECORD -- HELD ON THE WORK FILE UNTIL THE PAYEE COUNT
009700*   FOR THE T RECORD IS KNOWN.  T IS RECORD 1 AND A RECORD 2, SO
009710*   THE N-TH PAYEE IS RECORD N + 2.
009720 4300-WRITE-PAYEE-RECORD.
009730     MOVE SPACES TO WS-B-RECORD.
009740     MOVE 'B'                TO WS-B-TYPE.
009750     MOVE WS-TAX-YEAR        TO WS-B-YEAR.
009760     INSPECT WS-NAME-CONTROL CONVERTING
009770             "abcdefghijklmnopqrstuvwxyz" TO
009780             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009790     MOVE WS-NAME-CONTROL    TO WS-B-NAME-CONTROL.
009800     EVALUATE WS-DEBTOR-TIN-TYPE
009810        WHEN 'E'
009820           MOVE '1' TO WS-B-TIN-TYPE
009830        WHEN 'S'
009840           MOVE '2' TO WS-B-TIN-TYPE
009850        WHEN OTHER
009860           MOVE SPACE TO WS-B-TIN-TYPE
009870     END-EVALUATE.
009880     MOVE WS-DEBTOR-TIN      TO WS-B-TIN.
009890     MOVE WS-PREV-ACCOUNT-ID TO WS-B-ACCOUNT-NO.
009900     MOVE 1 TO WS-AMT-SUB.
009910     PERFORM 4350-CLEAR-PAYEE-AMOUNT THRU 4350-EXIT
009920             UNTIL WS-AMT-SUB > 17.
009930     MOVE WS-ACCT-DISCHARGED TO WS-B-AMOUNT (2).
009940     MOVE WS-DEBTOR-NAME     TO WS-B-NAME.
009950     MOVE WS-DEBTOR-STREET   TO WS-B-ADDRESS.
009960     MOVE WS-DEBTOR-CITY     TO WS-B-CITY.
009970     MOVE WS-DEBTOR-STATE    TO WS-B-STATE.
009980     MOVE WS-DEBTOR-ZIP      TO WS-B-ZIP.
009990     COMPUTE WS-B-SEQ = WS-PAYEE-COUNT + 2.
010000*   EVENT CODE G -- A DECISION OR POLICY TO DISCONTINUE
010010*   COLLECTION, WHICH IS WHAT A WRITE-OFF IS.
010020     MOVE 'G'                TO WS-B-EVENT-CODE.
010030     MOVE WS-ACCT-EVENT-DATE TO WS-B-EVENT-DATE.
010040     MOVE "ACCOUNT BALANCE WRITTEN OFF" TO WS-B-DEBT-DESC.
010050     MOVE '1'                TO WS-B-PERSONAL-LIAB.
010060     WRITE PAYEE-WORK-RECORD FROM WS-B-RECORD.
010070 4300-EXIT.
010080     EXIT.
010090
010100 4350-CLEAR-PAYEE-AMOUNT.
010110     MOVE ZERO TO WS-B-AMOUNT (WS-AMT-SUB).
010120     ADD 1 TO WS-AMT-SUB.
010130 4350-EXIT.
010140     EXIT.
010150
010160*                                                                *
010170*   4400-PRINT-RECIPIENT-COPY -- COPY B FOR THE DEBTOR, ONE      *
010180*   PAGE EACH.  THE DEBTOR'S TIN IS TRUNCATED TO ITS LAST FOUR   *
010190*   DIGITS, AS THE IRS ALLOWS ON A RECIPIENT STATEMENT.          *
010200*                                                                *
010210 4400-PRINT-RECIPIENT-COPY.
010220     MOVE SPACES TO COPIES-LINE.
010230     STRING "FORM 1099-C  CANCELLATION OF DEBT          TAX YEAR "
010240            WS-TAX-YEAR DELIMITED BY SIZE INTO COPIES-LINE
010250     END-STRING.
010260     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010270     MOVE "COPY B -- FOR DEBTOR" TO COPIES-LINE.
010280     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010290     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010300     MOVE "CREDITOR:" TO COPIES-LINE.
010310     MOVE WS-PAYER-NAME TO COPIES-LINE (12:40).
010320     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010330     MOVE WS-PAYER-ADDRESS TO COPIES-LINE (12:40).
010340     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010350     STRING WS-PAYER-CITY DELIMITED BY "  "
010360            " " WS-PAYER-STATE "  " WS-PAYER-ZIP
010370            DELIMITED BY SIZE INTO COPIES-LINE WITH POINTER
010380            WS-LINE-PTR
010390     END-STRING.
010400     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010410     MOVE "PHONE:" TO COPIES-LINE (12:6).
010420     MOVE WS-PAYER-PHONE TO COPIES-LINE (19:15).
010430     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010440     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010450     MOVE "CREDITOR'S TIN:" TO COPIES-LINE.
010460     MOVE WS-PAYER-TIN (1:2) TO COPIES-LINE (17:2).
010470     MOVE "-"                TO COPIES-LINE (19:1).
010480     MOVE WS-PAYER-TIN (3:7) TO COPIES-LINE (20:7).
010490     MOVE "DEBTOR'S TIN:" TO COPIES-LINE (40:13).
010500     PERFORM 4450-MASK-DEBTOR-TIN THRU 4450-EXIT.
010510     MOVE WS-MASKED-TIN TO COPIES-LINE (54:11).
010520     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010530     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010540     MOVE "DEBTOR:" TO COPIES-LINE.
010550     MOVE WS-DEBTOR-NAME TO COPIES-LINE (12:40).
010560     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010570     MOVE WS-DEBTOR-STREET TO COPIES-LINE (12:40).
010580     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010590     STRING WS-DEBTOR-CITY DELIMITED BY "  "
010600            " " WS-DEBTOR-STATE "  " WS-DEBTOR-ZIP
010610            DELIMITED BY SIZE INTO COPIES-LINE WITH POINTER
010620            WS-LINE-PTR
010630     END-STRING.
010640     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010650     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010660     MOVE "ACCOUNT NUMBER:" TO COPIES-LINE.
010670     MOVE WS-PREV-ACCOUNT-ID TO COPIES-LINE (17:7).
010680     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010690     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010700     MOVE WS-ACCT-EVENT-DATE (5:2) TO WS-EDIT-DATE (1:2).
010710     MOVE "/"                      TO WS-EDIT-DATE (3:1).
010720     MOVE WS-ACCT-EVENT-DATE (7:2) TO WS-EDIT-DATE (4:2).
010730     MOVE "/"                      TO WS-EDIT-DATE (6:1).
010740     MOVE WS-ACCT-EVENT-DATE (1:4) TO WS-EDIT-DATE (7:4).
010750     MOVE "BOX 1  DATE OF IDENTIFIABLE EVENT" TO COPIES-LINE.
010760     MOVE WS-EDIT-DATE TO COPIES-LINE (45:10).
010770     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010780     MOVE WS-ACCT-DISCHARGED TO WS-EDIT-AMOUNT.
010790     MOVE "BOX 2  AMOUNT OF DEBT DISCHARGED" TO COPIES-LINE.
010800     MOVE WS-EDIT-AMOUNT TO COPIES-LINE (45:14).
010810     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010820     MOVE ZERO TO WS-EDIT-AMOUNT.
010830     MOVE "BOX 3  INTEREST, IF INCLUDED IN BOX 2" TO COPIES-LINE.
010840     MOVE WS-EDIT-AMOUNT TO COPIES-LINE (45:14).
010850     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010860     MOVE "BOX 4  DEBT DESCRIPTION" TO COPIES-LINE.
010870     MOVE "ACCOUNT BALANCE WRITTEN OFF" TO COPIES-LINE (45:27).
010880     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010890     MOVE "BOX 5  DEBTOR PERSONALLY LIABLE" TO COPIES-LINE.
010900     MOVE "YES" TO COPIES-LINE (45:3).
010910     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010920     MOVE "BOX 6  IDENTIFIABLE EVENT CODE" TO COPIES-LINE.
010930     MOVE "G" TO COPIES-LINE (45:1).
010940     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010950     MOVE "BOX 7  FAIR MARKET VALUE OF PROPERTY" TO COPIES-LINE.
010960     MOVE WS-EDIT-AMOUNT TO COPIES-LINE (45:14).
010970     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010980     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
010990     MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
011000       TO COPIES-LINE.
011010     MOVE "FURNISHED" TO COPIES-LINE (48:9).
011020     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
011030     MOVE "TO THE INTERNAL REVENUE SERVICE." TO COPIES-LINE.
011040     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
011050     MOVE WS-FORM-FEED TO COPIES-LINE.
011060     PERFORM 7900-PUT-COPY-LINE THRU 7900-EXIT.
011070 4400-EXIT.
011080     EXIT.
011090
011100 4450-MASK-DEBTOR-TIN.
011110     EVALUATE WS-DEBTOR-TIN-TYPE
011120        WHEN 'S'
011130           MOVE "***-**-"           TO WS-MASKED-TIN
011140           MOVE WS-DEBTOR-TIN (6:4) TO WS-MASKED-TIN (8:4)
011150        WHEN 'E'
011160           MOVE "**-***"            TO WS-MASKED-TIN
011170           MOVE WS-DEBTOR-TIN (6:4) TO WS-MASKED-TIN (7:4)
011180        WHEN OTHER
011190           MOVE "NOT ON FILE"       TO WS-MASKED-TIN
011200     END-EVALUATE.
011210 4450-EXIT.
011220     EXIT.
011230
011240 4600-LIST-EXCEPTION.
011250     MOVE WS-PREV-ACCOUNT-ID TO WS-X-ACCOUNT.
011260     MOVE WS-DEBTOR-NAME     TO WS-X-NAME.
011270     MOVE WS-ACCT-DISCHARGED TO WS-X-AMOUNT.
011280     MOVE WS-EXCEPTION-REASON TO WS-X-REASON.
011290     IF WS-LAST-REQUEST = ZERO
011300        MOVE SPACES TO WS-X-REQUESTED
011310     ELSE
011320        MOVE WS-LAST-REQUEST TO WS-X-REQUESTED
011330     END-IF.
011340     MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
011350     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011360 4600-EXIT.
011370     EXIT.
011380
011390*                                                                *
011400*   4700-QUEUE-SOLICITATION -- LIST THE ACCOUNT FOR THE TAX-ID   *
011410*   LETTER AND STAMP THE REQUEST DATE ON THE MASTER (JOURNALED   *
011420*   LIKE ANY OTHER MASTER CHANGE).  WITH NO CONTACT THERE IS     *
011430*   NOBODY TO WRITE TO.                                          *
011440*                                                                *
011450 4700-QUEUE-SOLICITATION.
011460     IF NOT WS-CONTACT-FOUND
011470        GO TO 4700-EXIT
011480     END-IF.
011490     MOVE SPACES TO LETTER-LIST-LINE.
011500     MOVE WS-PREV-ACCOUNT-ID TO LETTER-LIST-LINE (1:7).
011510     WRITE LETTER-LIST-LINE.
011520     ADD 1 TO WS-LETTER-COUNT.
011530     IF NOT WS-ACCT-FOUND
011540        GO TO 4700-EXIT
011550     END-IF.
011560     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
011570     MOVE WS-TODAY-8 TO AM-TAX-ID-REQUEST-DATE.
011580     REWRITE ACCOUNT-MASTER-STRUCTURE
011590         INVALID KEY
011600            DISPLAY "CANNOT UPDATE ACCOUNT MASTER "
011610                    WS-PREV-ACCOUNT-ID
011620            GO TO 4700-EXIT
011630     END-REWRITE.
011640     MOVE 'M' TO WS-JL-FILE-ID.
011650     MOVE 'R' TO WS-JL-ACTION.
011660     MOVE SPACES TO WS-JL-KEY.
011670     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
011680     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
011690     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
011700          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
011710 4700-EXIT.
011720     EXIT.
011730
011740*                                                                *
011750*   7000-WRITE-FILING-FILE -- T, A, THE HELD B RECORDS, C, F     *
011760*                                                                *
011770 7000-WRITE-FILING-FILE.
011780     OPEN OUTPUT FILING-FILE.
011790     MOVE SPACES TO WS-T-RECORD.
011800     MOVE 'T'                TO WS-T-TYPE.
011810     MOVE WS-TAX-YEAR        TO WS-T-YEAR.
011820     MOVE WS-PAYER-TIN       TO WS-T-TIN.
011830     MOVE WS-TRANSMITTER-TCC TO WS-T-TCC.
011840     IF WS-TEST-FILE
011850        MOVE 'T' TO WS-T-TEST-FILE
011860     END-IF.
011870     MOVE WS-PAYER-NAME      TO WS-T-NAME WS-T-COMPANY.
011880     MOVE WS-PAYER-ADDRESS   TO WS-T-ADDRESS.
011890     MOVE WS-PAYER-CITY      TO WS-T-CITY.
011900     MOVE WS-PAYER-STATE     TO WS-T-STATE.
011910     MOVE WS-PAYER-ZIP       TO WS-T-ZIP.
011920     MOVE WS-PAYEE-COUNT     TO WS-T-PAYEES.
011930     MOVE WS-PAYER-CONTACT   TO WS-T-CONTACT.
011940     MOVE WS-PAYER-PHONE     TO WS-T-PHONE.
011950     MOVE WS-PAYER-EMAIL     TO WS-T-EMAIL.
011960     MOVE 1                  TO WS-T-SEQ.
011970     MOVE 'I'                TO WS-T-VENDOR.
011980     WRITE FILING-RECORD FROM WS-T-RECORD.
011990     MOVE SPACES TO WS-A-RECORD.
012000     MOVE 'A'                TO WS-A-TYPE.
012010     MOVE WS-TAX-YEAR        TO WS-A-YEAR.
012020     MOVE WS-PAYER-TIN       TO WS-A-TIN.
012030     MOVE WS-PAYER-NAME (1:4) TO WS-A-NAME-CONTROL.
012040*   RETURN TYPE 5 IS FORM 1099-C; AMOUNT CODE 2 IS THE DEBT
012050*   DISCHARGED.
012060     MOVE "5 "               TO WS-A-RETURN-TYPE.
012070     MOVE "2"                TO WS-A-AMOUNT-CODES.
012080     MOVE WS-PAYER-NAME      TO WS-A-NAME.
012090     MOVE '0'                TO WS-A-TRANSFER-AGENT.
012100     MOVE WS-PAYER-ADDRESS   TO WS-A-ADDRESS.
012110     MOVE WS-PAYER-CITY      TO WS-A-CITY.
012120     MOVE WS-PAYER-STATE     TO WS-A-STATE.
012130     MOVE WS-PAYER-ZIP       TO WS-A-ZIP.
012140     MOVE WS-PAYER-PHONE     TO WS-A-PHONE.
012150     MOVE 2                  TO WS-A-SEQ.
012160     WRITE FILING-RECORD FROM WS-A-RECORD.
012170     MOVE 2 TO WS-RECORD-SEQ.
012180     OPEN INPUT PAYEE-WORK-FILE.
012190     MOVE 'N' TO WS-EOF-SWITCH.
012200     PERFORM 7100-COPY-PAYEE-RECORD THRU 7100-EXIT
012210             UNTIL WS-EOF-YES.
012220     CLOSE PAYEE-WORK-FILE.
012230     MOVE SPACES TO WS-C-RECORD.
012240     MOVE 'C'                TO WS-C-TYPE.
012250     MOVE WS-PAYEE-COUNT     TO WS-C-PAYEES.
012260     MOVE 1 TO WS-AMT-SUB.
012270     PERFORM 7200-CLEAR-CONTROL-TOTAL THRU 7200-EXIT
012280             UNTIL WS-AMT-SUB > 17.
012290     MOVE WS-FILED-TOTAL     TO WS-C-TOTAL (2).
012300     ADD 1 TO WS-RECORD-SEQ.
012310     MOVE WS-RECORD-SEQ      TO WS-C-SEQ.
012320     WRITE FILING-RECORD FROM WS-C-RECORD.
012330     MOVE SPACES TO WS-F-RECORD.
012340     MOVE 'F'                TO WS-F-TYPE.
012350     MOVE 1                  TO WS-F-A-COUNT.
012360     MOVE ZERO               TO WS-F-ZEROS.
012370     ADD 1 TO WS-RECORD-SEQ.
012380     MOVE WS-RECORD-SEQ      TO WS-F-SEQ.
012390     WRITE FILING-RECORD FROM WS-F-RECORD.
012400     CLOSE FILING-FILE.
012410 7000-EXIT.
012420     EXIT.
012430
012440 7100-COPY-PAYEE-RECORD.
012450     READ PAYEE-WORK-FILE
012460         AT END
012470            MOVE 'Y' TO WS-EOF-SWITCH
012480            GO TO 7100-EXIT
012490     END-READ.
012500     WRITE FILING-RECORD FROM PAYEE-WORK-RECORD.
012510     ADD 1 TO WS-RECORD-SEQ.
012520 7100-EXIT.
012530     EXIT.
012540
012550 7200-CLEAR-CONTROL-TOTAL.
012560     MOVE ZERO TO WS-C-TOTAL (WS-AMT-SUB).
012570     ADD 1 TO WS-AMT-SUB.
012580 7200-EXIT.
012590     EXIT.
012600
012610 7900-PUT-COPY-LINE.
012620     WRITE COPIES-LINE.
012630     ADD 1 TO WS-COPIES-LINE-COUNT.
012640     MOVE SPACES TO COPIES-LINE.
012650     MOVE 12 TO WS-LINE-PTR.
012660 7900-EXIT.
012670     EXIT.
012680
012690 7950-PUT-REPORT-LINE.
012700     WRITE REPORT-LINE.
012710     ADD 1 TO WS-REPORT-LINE-COUNT.
012720     MOVE SPACES TO REPORT-LINE.
012730 7950-EXIT.
012740     EXIT.
012750
012760*                                                                *
012770*   8000-FINISH -- EXCEPTION TOTALS, CLOSE EVERYTHING, AND       *
012780*   REGISTER BOTH SPOOLED MEMBERS                                *
012790*                                                                *
012800 8000-FINISH.
012810     IF WS-MISSING-TIN-COUNT = ZERO AND WS-NO-CONTACT-COUNT = ZERO
012820        MOVE "(NO EXCEPTIONS)" TO REPORT-LINE
012830        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
012840     END-IF.
012850     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
012860     STRING "ACCOUNTS WITH WRITE-OFFS: " WS-ACCOUNTS-SEEN
012870            "   BELOW THRESHOLD: " WS-BELOW-THRESHOLD
012880            DELIMITED BY SIZE INTO REPORT-LINE
012890     END-STRING.
012900     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
012910     MOVE WS-FILED-TOTAL TO WS-EDIT-TOTAL.
012920     STRING "1099-C RETURNS FILED:     " WS-PAYEE-COUNT
012930            "   DEBT DISCHARGED: " WS-EDIT-TOTAL
012940            DELIMITED BY SIZE INTO REPORT-LINE
012950     END-STRING.
012960     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
012970     STRING "MISSING TAXPAYER ID:      " WS-MISSING-TIN-COUNT
012980            "   NO CONTACT: " WS-NO-CONTACT-COUNT
012990            DELIMITED BY SIZE INTO REPORT-LINE
013000     END-STRING.
013010     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
013020     STRING "SOLICITATIONS QUEUED:     " WS-LETTER-COUNT
013030            "   WRITE-OFF REVERSALS: " WS-REVERSAL-COUNT
013040            DELIMITED BY SIZE INTO REPORT-LINE
013050     END-STRING.
013060     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
013070     IF WS-UID-OVERFLOW > ZERO
013080        STRING "WRITE-OFFS NOT MATCHABLE TO A REVERSAL: "
013090               WS-UID-OVERFLOW
013100               DELIMITED BY SIZE INTO REPORT-LINE
013110        END-STRING
013120        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
013130     END-IF.
013140     CLOSE REPORT-FILE.
013150     CLOSE COPIES-FILE.
013160     CLOSE LETTER-LIST-FILE.
013170     IF WS-MASTER-AVAILABLE
013180        CLOSE ACCOUNT-MASTER
013190     END-IF.
013200     IF WS-ADDRESS-AVAILABLE
013210        CLOSE ADDRESS-FILE
013220     END-IF.
013230     MOVE 'R' TO WS-SPOOL-FUNCTION.
013240     MOVE "1099c-copies" TO WS-SPOOL-REPORT-NAME.
013250     MOVE 'P' TO WS-SPOOL-RETENTION.
013260     MOVE WS-COPIES-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
013270     MOVE WS-COPIES-MEMBER TO WS-SPOOL-MEMBER-NAME.
013280     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
013290          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
013300          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
013310          WS-SPOOL-MEMBER-NAME.
013320     MOVE 'R' TO WS-SPOOL-FUNCTION.
013330     MOVE "1099c-exceptions" TO WS-SPOOL-REPORT-NAME.
013340     MOVE 'M' TO WS-SPOOL-RETENTION.
013350     MOVE WS-REPORT-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
013360     MOVE WS-REPORT-MEMBER TO WS-SPOOL-MEMBER-NAME.
013370     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
013380          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
013390          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
013400          WS-SPOOL-MEMBER-NAME.
013410 8000-EXIT.
013420     EXIT.
013430
013440*                                                                *
013450*   8500-START-SOLICITATION -- THE CRITERIA FILE SELECTS THE     *
013460*   LISTED ACCOUNTS, THE TEMPLATE IS WRITTEN IF IT IS NOT ON     *
013470*   HAND, AND ADDRESS-LETTER-WRITER IS RUN WITH THE THREE FILE   *
013480*   NAMES.  THE LETTERS COME OUT IN TAXID-LETTERS.TXT FOR THE    *
013490*   MAILROOM, WITH A W-9 ENCLOSED.                               *
013500*                                                                *
013510 8500-START-SOLICITATION.
013520     OPEN OUTPUT LETTER-CRIT-FILE.
013530     MOVE SPACES TO LETTER-CRIT-LINE.
013540     STRING "ACCOUNT-LIST,EQ," LETTERLIST
013550            DELIMITED BY SIZE INTO LETTER-CRIT-LINE
013560     END-STRING.
013570     WRITE LETTER-CRIT-LINE.
013580     CLOSE LETTER-CRIT-FILE.
013590     OPEN INPUT LETTER-TEMPLATE-FILE.
013600     IF LETTERTPL-STATUS = '00'
013610        CLOSE LETTER-TEMPLATE-FILE
013620     ELSE
013630        IF LETTERTPL-STATUS = '05'
013640           CLOSE LETTER-TEMPLATE-FILE
013650        END-IF
013660        OPEN OUTPUT LETTER-TEMPLATE-FILE
013670        MOVE 1 TO WS-TPL-SUB
013680        PERFORM 8600-WRITE-TEMPLATE-LINE THRU 8600-EXIT
013690                UNTIL WS-TPL-SUB > 23
013700        CLOSE LETTER-TEMPLATE-FILE
013710     END-IF.
013720     MOVE SPACES TO WS-COMMAND.
013730     STRING "ADDRESS-LETTER-WRITER " DELIMITED BY SIZE
013740            LETTERTPL  DELIMITED BY SPACE
013750            " "        DELIMITED BY SIZE
013760            LETTERCRIT DELIMITED BY SPACE
013770            " "        DELIMITED BY SIZE
013780            LETTEROUT  DELIMITED BY SPACE
013790            INTO WS-COMMAND
013800     END-STRING.
013810     DISPLAY "RUNNING: " WS-COMMAND.
013820     CALL "SYSTEM" USING WS-COMMAND.
013830     IF RETURN-CODE NOT = ZERO
013840        DISPLAY "WARNING -- SOLICITATION LETTER RUN ENDED, RC "
013850                RETURN-CODE " -- RERUN IT BY HAND"
013860     END-IF.
013870     MOVE ZERO TO RETURN-CODE.
013880 8500-EXIT.
013890     EXIT.
013900
013910 8600-WRITE-TEMPLATE-LINE.
013920     MOVE WS-TEMPLATE-ROW (WS-TPL-SUB) TO LETTER-TEMPLATE-LINE.
013930     WRITE LETTER-TEMPLATE-LINE.
013940     ADD 1 TO WS-TPL-SUB.
013950 8600-EXIT.
013960     EXIT.
013970
013980 9999-EXIT.
013990     STOP RUN.
