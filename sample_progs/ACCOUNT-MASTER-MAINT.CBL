000100*   FREEZE KEYED HERE CUTS OFF NEW DEBITS ON THE NEXT POSTING    *
000110*   RUN.  THE SCREEN HANDLING FOLLOWS THE ADDRESS BOOK'S         *
000120*   ADDRESS.CBL -- ENTER SAVES, F1 EXITS, F7/F8 PAGE BY KEY.     *
000122*   STATUS C ON AN ACCOUNT NOT YET CLOSED FILES A CLOSURE        *
000124*   REQUEST INSTEAD (SEE ACCOUNT-CLOSURE-RECORD.CPY); THE        *
000126*   NIGHTLY ACCOUNT-CLOSURE-JOB SETTLES THE ACCOUNT AND CLOSES   *
000128*   IT.                                                          *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000300*   09/02/2026  DP   EVERY SAVE IS NOW JOURNALED THROUGH        *
000310*                    LEDGER-JOURNAL-WRITE FOR FORWARD           *
000320*                    RECOVERY.                                  *
000322*   10/15/2026  DP   THE UNCLAIMED-REFUND FLAG LEFT BY A STALE  *
000324*                    CHECK IS SHOWN WITH ITS AMOUNT AND CAN BE  *
000326*                    CLEARED WHEN THE CUSTOMER CLAIMS IT.       *
000327*   10/15/2026  DP   THE CASH-ONLY FLAG SET BY A SECOND         *
000328*                    BOUNCED CHECK IS SHOWN WITH ITS DATE AND   *
000329*                    CAN BE KEYED OR CLEARED.                   *
000331*   10/15/2026  DP   THE TAXPAYER ID (SSN OR EIN) FOR 1099-C    *
000333*                    REPORTING IS NOW KEYED ON THE SCREEN.      *
000334*   10/15/2026  DP   KEYING C ON AN OPEN ACCOUNT FILES A        *
000335*                    CLOSURE REQUEST FOR ACCOUNT-CLOSURE-JOB    *
000336*                    RATHER THAN CLOSING IT OUTRIGHT.           *
000337*   10/15/2026  DP   THE PO-REQUIRED FLAG IS NOW KEYED ON THE   *
000338*                    SCREEN.                                    *
000340*   10/15/2026  DP   THE E-INVOICE DELIVERY FLAG AND THE        *
000342*                    CUSTOMER'S EDI TRADING PARTNER ID ARE      *
000344*                    NOW KEYED ON THE SCREEN.                   *
000346*                                                                *
000348 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL ACCOUNT-MASTER
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS AM-ACCOUNT-ID
000420            FILE STATUS  IS ACCTMSTR-STATUS.
000421
000422     SELECT OPTIONAL ACCOUNT-CLOSURES
000423            ASSIGN       TO  ACCTCLOSE
000424            ORGANIZATION IS INDEXED
000425            ACCESS MODE  IS DYNAMIC
000426            RECORD KEY   IS CL-ACCOUNT-ID
000427            FILE STATUS  IS ACCTCLOSE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000470 01  ACCOUNT-MASTER-STRUCTURE.
000480     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000490          BY ==AM-==.
000491
000492 FD  ACCOUNT-CLOSURES.
000493 01  ACCOUNT-CLOSURE-STRUCTURE.
000494     COPY "ACCOUNT-CLOSURE-RECORD.CPY" REPLACING ==(TAG)==
000495          BY ==CL-==.
000500
000510 WORKING-STORAGE SECTION.
000520     COPY screenio.
000540 01  ACCTMSTR                   PIC X(50)
000550     VALUE "/mnt/c/cobfiles\account-master.idx".
000560 01  ACCTMSTR-STATUS            PIC X(02).
000562 01  ACCTCLOSE                  PIC X(50)
000564     VALUE "/mnt/c/cobfiles\account-closure.idx".
000566 01  ACCTCLOSE-STATUS           PIC X(02).
000570
000580 01  WS-TODAY-8                  PIC 9(08).
000581*   A CLOSE KEYED ON AN OPEN ACCOUNT -- THE KEYED RECORD IS HELD
000582*   WHILE THE STORED STATUS IS FETCHED BACK.
000583 01  WS-KEYED-MASTER             PIC X(200).
000584 01  WS-STORED-STATUS            PIC X(01).
000585 01  WS-CLOSURE-SWITCH           PIC X(01) VALUE 'N'.
000586     88  WS-CLOSURE-WANTED                 VALUE 'Y'.
000590*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE
000600*   LEDGER-JOURNAL-WRITE).
000610 01  WS-JL-FILE-ID               PIC X(01).
000990     05  LINE 17 COL 10 VALUE "CURRENCY (BLANK=USD):".
001000     05  CURRENCY-AREA               LINE 17 COL 35
001010          PIC X(03) FROM AM-CURRENCY-CODE TO AM-CURRENCY-CODE.
001012     05  LINE 18 COL 10 VALUE "E-INVOICE (E/BLANK):".
001014     05  E-INVOICE-AREA              LINE 18 COL 35
001016          PIC X(01) FROM AM-INVOICE-DELIVERY
001018                    TO AM-INVOICE-DELIVERY.
001020     05  LINE 18 COL 40 VALUE "EDI ID:".
001022     05  EDI-QUAL-AREA               LINE 18 COL 48
001024          PIC X(02) FROM AM-EDI-PARTNER-QUAL
001026                    TO AM-EDI-PARTNER-QUAL.
001028     05  EDI-ID-AREA                 LINE 18 COL 51
001030          PIC X(15) FROM AM-EDI-PARTNER-ID
001032                    TO AM-EDI-PARTNER-ID.
001046     05  LINE 19 COL 10 VALUE "UNCLAIMED REFUND (U/BLANK):".
001047     05  UNCLAIMED-AREA              LINE 19 COL 39
001048          PIC X(01) FROM AM-UNCLAIMED-FLAG TO AM-UNCLAIMED-FLAG.
001049     05  UNCLAIMED-AMOUNT-AREA       LINE 19 COL 42
001050          PIC Z,ZZZ,ZZ9.99 FROM AM-UNCLAIMED-AMOUNT.
001051     05  LINE 20 COL 10 VALUE "CASH ONLY (Y/BLANK):".
001052     05  CASH-ONLY-AREA              LINE 20 COL 39
001053          PIC X(01) FROM AM-CASH-ONLY-FLAG TO AM-CASH-ONLY-FLAG.
001054     05  CASH-ONLY-DATE-AREA         LINE 20 COL 42
001055          PIC 9(08) FROM AM-CASH-ONLY-DATE.
001056     05  LINE 21 COL 10 VALUE "TAX ID / TYPE (S/E):".
001057     05  TAX-ID-AREA                 LINE 21 COL 35
001058          PIC X(09) FROM AM-TAX-ID TO AM-TAX-ID.
001059     05  TAX-ID-TYPE-AREA            LINE 21 COL 46
001060          PIC X(01) FROM AM-TAX-ID-TYPE TO AM-TAX-ID-TYPE.
001061     05  LINE 21 COL 50 VALUE "PO REQUIRED (Y/BLANK):".
001062     05  PO-REQUIRED-AREA            LINE 21 COL 73
001063          PIC X(01) FROM AM-PO-REQUIRED-FLAG
001064                    TO AM-PO-REQUIRED-FLAG.
001065     05  KEY-DSC-AREA    LINE 22 COLUMN 01
001066         BACKGROUND-COLOR IS COB-COLOR-BLUE
001067         FOREGROUND-COLOR IS COB-COLOR-WHITE
001068         PIC X(77) FROM EXIT-KEY.
001069     05  MSG-LINEX       LINE 24 COLUMN 01
001070         FOREGROUND-COLOR IS COB-COLOR-RED
001080         PIC X(77) FROM MSG-LINE.
001090
001360     MOVE SPACES TO AM-BILLING-TERMS.
001370     MOVE 1      TO AM-BILLING-CYCLE.
001380     MOVE SPACES TO AM-CURRENCY-CODE.
001383     MOVE SPACE  TO AM-UNCLAIMED-FLAG.
001386     MOVE ZERO   TO AM-UNCLAIMED-AMOUNT AM-UNCLAIMED-DATE.
001387     MOVE SPACE  TO AM-CASH-ONLY-FLAG.
001388     MOVE ZERO   TO AM-CASH-ONLY-DATE.
001391     MOVE SPACES TO AM-TAX-ID AM-TAX-ID-TYPE.
001394     MOVE ZERO   TO AM-TAX-ID-REQUEST-DATE.
001395     MOVE SPACE  TO AM-PO-REQUIRED-FLAG.
001396     MOVE SPACE  TO AM-INVOICE-DELIVERY.
001397     MOVE SPACES TO AM-EDI-PARTNER-QUAL AM-EDI-PARTNER-ID.
001398 1000-EXIT.
001400     EXIT.
001410
001420*                                                                *
002330        MOVE "BILLING CYCLE MUST BE 1-4" TO MSG-LINE
002340        GO TO 4000-EXIT
002350     END-IF.
002351*   ONLY STALE-CHECK-JOB SETS THE UNCLAIMED FLAG.  THE CLERK
002352*   BLANKS IT WHEN THE CUSTOMER CLAIMS THE MONEY, WHICH LETS
002353*   THE NEXT REFUND-CHECK-RUN PAY IT OUT.
002354     IF NOT AM-HOLDS-UNCLAIMED-FUNDS
002355        AND NOT AM-NO-UNCLAIMED-FUNDS
002356        MOVE "UNCLAIMED REFUND MUST BE U OR BLANK" TO MSG-LINE
002357        GO TO 4000-EXIT
002358     END-IF.
002359     IF AM-NO-UNCLAIMED-FUNDS
002360        MOVE SPACE TO AM-UNCLAIMED-FLAG
002361        MOVE ZERO  TO AM-UNCLAIMED-AMOUNT AM-UNCLAIMED-DATE
002362     END-IF.
002363*   RETURNED-CHECK-ENTRY SETS CASH ONLY ON A SECOND BOUNCE; THE
002364*   CLERK MAY ALSO KEY IT, OR BLANK IT TO TAKE CHECKS AGAIN.
002365     IF NOT AM-CASH-ONLY AND NOT AM-CHECKS-ACCEPTED
002366        MOVE "CASH ONLY MUST BE Y OR BLANK" TO MSG-LINE
002367        GO TO 4000-EXIT
002368     END-IF.
002369     IF AM-CHECKS-ACCEPTED
002370        MOVE SPACE TO AM-CASH-ONLY-FLAG
002371        MOVE ZERO  TO AM-CASH-ONLY-DATE
002372     ELSE
002373        IF AM-CASH-ONLY-DATE = ZERO
002374           MOVE WS-TODAY-8 TO AM-CASH-ONLY-DATE
002375        END-IF
002376     END-IF.
002377*   A TAXPAYER ID IS NINE DIGITS WITH ITS TYPE, S (SSN) OR E
002378*   (EIN); BLANKING THE NUMBER BLANKS THE TYPE.
002379     IF AM-TAX-ID = SPACES
002380        MOVE SPACE TO AM-TAX-ID-TYPE
002381     ELSE
002382        IF AM-TAX-ID NOT NUMERIC
002383           MOVE "TAX ID MUST BE NINE DIGITS" TO MSG-LINE
002384           GO TO 4000-EXIT
002385        END-IF
002386        IF NOT AM-TAX-ID-SSN AND NOT AM-TAX-ID-EIN
002387           MOVE "TAX ID TYPE MUST BE S OR E" TO MSG-LINE
002388           GO TO 4000-EXIT
002389        END-IF
002390     END-IF.
002391     IF AM-TAX-ID-REQUEST-DATE NOT NUMERIC
002392        MOVE ZERO TO AM-TAX-ID-REQUEST-DATE
002393     END-IF.
002394*   A PO-REQUIRED ACCOUNT TAKES NO CHARGE THAT DOES NOT QUOTE
002395*   ONE OF ITS PURCHASE ORDERS (SEE PURCHASE-ORDER-MAINT).
002396     IF NOT AM-PO-REQUIRED AND NOT AM-PO-NOT-REQUIRED
002397        MOVE "PO REQUIRED MUST BE Y OR BLANK" TO MSG-LINE
002398        GO TO 4000-EXIT
002399     END-IF.
002400*   AN E-INVOICE ACCOUNT IS BILLED BY EDI 810 (SEE
002401*   EDI-INVOICE-EXPORT), WHICH CANNOT GO OUT WITHOUT THE
002402*   CUSTOMER'S TRADING PARTNER ID.  ZZ IS THE USUAL QUALIFIER.
002403     IF NOT AM-E-INVOICE AND NOT AM-PAPER-INVOICE
002404        MOVE "E-INVOICE MUST BE E OR BLANK" TO MSG-LINE
002405        GO TO 4000-EXIT
002406     END-IF.
002407     IF AM-E-INVOICE AND AM-EDI-PARTNER-ID = SPACES
002408        MOVE "E-INVOICE NEEDS THE CUSTOMER'S EDI ID" TO MSG-LINE
002409        GO TO 4000-EXIT
002410     END-IF.
002411     IF AM-EDI-PARTNER-ID NOT = SPACES
002412        AND AM-EDI-PARTNER-QUAL = SPACES
002413        MOVE "ZZ" TO AM-EDI-PARTNER-QUAL
002414     END-IF.
002415*   CLOSING SETTLES CONTRACTS, AUTOPAY, DEPOSITS AND THE BALANCE
002416*   FIRST, SO A C KEYED ON AN ACCOUNT NOT YET CLOSED KEEPS THE
002417*   STORED STATUS AND FILES A REQUEST FOR ACCOUNT-CLOSURE-JOB.
002418     MOVE 'N' TO WS-CLOSURE-SWITCH.
002419     IF AM-ACCOUNT-CLOSED
002420        PERFORM 4200-CHECK-CLOSURE THRU 4200-EXIT
002421     END-IF.
002422     WRITE ACCOUNT-MASTER-STRUCTURE
002423         INVALID KEY
002424            REWRITE ACCOUNT-MASTER-STRUCTURE
002425               INVALID KEY
002426                  MOVE "CANNOT SAVE ACCOUNT" TO MSG-LINE
002427                  GO TO 4000-EXIT
002428            END-REWRITE
002430            MOVE 'R' TO WS-JL-ACTION
002440            PERFORM 4500-JOURNAL-SAVE THRU 4500-EXIT
002450            MOVE "ACCOUNT UPDATED" TO MSG-LINE
002452            IF WS-CLOSURE-WANTED
002454               PERFORM 4300-FILE-CLOSURE THRU 4300-EXIT
002456            END-IF
002460            GO TO 4000-EXIT
002470     END-WRITE.
002480     MOVE 'W' TO WS-JL-ACTION.
002510 4000-EXIT.
002520     EXIT.
002530
002531*                                                                *
002532*   4200-CHECK-CLOSURE -- IF THE ACCOUNT IS ON FILE AND NOT     *
002533*   ALREADY CLOSED, PUT ITS STORED STATUS BACK UNDER THE KEYED  *
002534*   CHANGES AND FLAG THE CLOSURE REQUEST.  A NEW ACCOUNT KEYED  *
002535*   C IS SIMPLY SAVED CLOSED.                                   *
002536*                                                                *
002537 4200-CHECK-CLOSURE.
002538     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-KEYED-MASTER.
002539     READ ACCOUNT-MASTER KEY IS AM-ACCOUNT-ID
002540         INVALID KEY
002541            MOVE WS-KEYED-MASTER TO ACCOUNT-MASTER-STRUCTURE
002542            GO TO 4200-EXIT
002543     END-READ.
002544     MOVE AM-ACCOUNT-STATUS TO WS-STORED-STATUS.
002545     MOVE WS-KEYED-MASTER TO ACCOUNT-MASTER-STRUCTURE.
002546     IF WS-STORED-STATUS = 'C'
002547        GO TO 4200-EXIT
002548     END-IF.
002549     MOVE WS-STORED-STATUS TO AM-ACCOUNT-STATUS.
002550     MOVE 'Y' TO WS-CLOSURE-SWITCH.
002551 4200-EXIT.
002552     EXIT.
002553
002554*                                                                *
002555*   4300-FILE-CLOSURE -- A PENDING REQUEST, CUT OFF TODAY.  ONE *
002556*   LEFT FROM AN EARLIER CLOSE OF A SINCE-REOPENED ACCOUNT IS   *
002557*   REPLACED.                                                   *
002558*                                                                *
002559 4300-FILE-CLOSURE.
002560     OPEN I-O ACCOUNT-CLOSURES.
002561     IF ACCTCLOSE-STATUS NOT = '00'
002562      AND ACCTCLOSE-STATUS NOT = '05'
002563        MOVE "CANNOT OPEN CLOSURE FILE -- CLOSE NOT REQUESTED"
002564             TO MSG-LINE
002565        GO TO 4300-EXIT
002566     END-IF.
002567     MOVE AM-ACCOUNT-ID TO CL-ACCOUNT-ID.
002568     READ ACCOUNT-CLOSURES
002569         INVALID KEY
002570            MOVE SPACES TO ACCOUNT-CLOSURE-STRUCTURE
002571            MOVE AM-ACCOUNT-ID TO CL-ACCOUNT-ID
002572            MOVE 'N' TO CL-CLOSURE-STATUS
002573     END-READ.
002574     IF CL-CLOSURE-PENDING
002575        MOVE "CLOSURE ALREADY REQUESTED" TO MSG-LINE
002576        CLOSE ACCOUNT-CLOSURES
002577        GO TO 4300-EXIT
002578     END-IF.
002579     MOVE WS-TODAY-8 TO CL-REQUESTED-DATE CL-CUTOFF-DATE.
002580     SET CL-CLOSURE-PENDING TO TRUE.
002581     MOVE ZERO   TO CL-CONTRACTS-CANCELLED CL-DEPOSITS-RELEASED
002582                    CL-WRITEOFF-AMOUNT CL-LAST-RUN-DATE
002583                    CL-LAST-BALANCE CL-STATEMENT-DATE
002584                    CL-CLOSED-DATE.
002585     MOVE 'N'    TO CL-AUTOPAY-STOPPED.
002586     MOVE SPACES TO CL-BLOCK-REASON.
002587     IF ACCTCLOSE-STATUS = '00'
002588        REWRITE ACCOUNT-CLOSURE-STRUCTURE
002589            INVALID KEY
002590               MOVE "CANNOT FILE CLOSURE REQUEST" TO MSG-LINE
002591        END-REWRITE
002592     ELSE
002593        WRITE ACCOUNT-CLOSURE-STRUCTURE
002594            INVALID KEY
002595               MOVE "CANNOT FILE CLOSURE REQUEST" TO MSG-LINE
002596        END-WRITE
002597     END-IF.
002598     IF ACCTCLOSE-STATUS = '00'
002599        MOVE "CLOSURE REQUESTED -- THE NIGHTLY CLOSURE JOB WILL "
002600           & "CLOSE IT" TO MSG-LINE
002601     END-IF.
002602     CLOSE ACCOUNT-CLOSURES.
002603 4300-EXIT.
002604     EXIT.
002605
002606*                                                                *
002607*   4500-JOURNAL-SAVE -- ONE FORWARD-RECOVERY ENTRY PER SAVE.   *
002608*   THE SCREEN OVERWRITES THE RECORD WHOLE, SO THE BEFORE       *
002609*   IMAGE IS NOT HELD -- THE AFTER IMAGE IS WHAT A REPLAY       *
002610*   NEEDS.                                                      *
002611*                                                                *
002612 4500-JOURNAL-SAVE.
002613     MOVE 'M' TO WS-JL-FILE-ID.
002620     MOVE SPACES TO WS-JL-KEY WS-JL-BEFORE.
002630     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
002640     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
