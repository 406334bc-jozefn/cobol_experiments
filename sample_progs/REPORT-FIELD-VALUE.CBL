000010******************************************************************
000020*                                                                *
000030*   REPORT-FIELD-VALUE                                           *
000040*                                                                *
000050*   CALLED SUBPROGRAM -- THE FIELD CATALOG FOR USER-DEFINED      *
000060*   REPORTS (SEE REPORT-DEFINITION-RECORD.CPY).  GIVEN A FIELD   *
000070*   NAME AND A CONTACT WITH ITS ACCOUNT-MASTER RECORD, IT        *
000080*   RETURNS THE FIELD'S PRINTABLE TEXT, ITS NUMERIC VALUE FOR    *
000090*   COMPARISONS AND SUBTOTALS, ITS TYPE, ITS COLUMN WIDTH AND    *
000100*   ITS COLUMN HEADING:                                          *
000110*                                                                *
000120*       CALL "REPORT-FIELD-VALUE" USING FIELD-NAME,              *
000130*            ADDRESS-RECORD, ACCOUNT-MASTER-RECORD, FIELD-TEXT,  *
000140*            FIELD-NUMBER, FIELD-TYPE, FIELD-WIDTH,              *
000150*            FIELD-HEADING, FOUND                                *
000160*                                                                *
000170*   TYPE 'A' IS TEXT, 'N' A NUMBER PRINTED AS DIGITS, AND 'M'    *
000180*   A MONEY AMOUNT PRINTED EDITED AND SUBTOTALED AT EACH         *
000190*   CONTROL BREAK.  FOUND IS 'N' FOR A NAME NOT IN THE           *
000200*   CATALOG, WHICH IS HOW REPORT-DEFINITION-MAINT AND            *
000210*   REPORT-RUNNER VALIDATE A DEFINITION.  ADDING A FIELD TO THE  *
000220*   CATALOG IS ONE MORE WHEN BELOW.                              *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      REPORT-FIELD-VALUE.
000270 AUTHOR.          DATA PROCESSING.
000280 INSTALLATION.    ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.    10/15/2026.
000300 DATE-COMPILED.   10/15/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------ *
000340*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400 01  WS-EDIT-MONEY              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000410 01  WS-EDIT-7                  PIC 9(07).
000420 01  WS-EDIT-8                  PIC 9(08).
000425 01  WS-EDIT-1                  PIC 9(01).
000430
000440 LINKAGE SECTION.
000450 01  LK-FIELD-NAME              PIC X(16).
000460 01  LK-ADDRESS-RECORD.
000470     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==LA-==.
000480 01  LK-ACCOUNT-RECORD.
000490     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000500          BY ==LM-==.
000510 01  LK-FIELD-TEXT              PIC X(30).
000520 01  LK-FIELD-NUMBER            PIC S9(09)V9(02).
000530 01  LK-FIELD-TYPE              PIC X(01).
000540 01  LK-FIELD-WIDTH             PIC 9(02).
000550 01  LK-FIELD-HEADING           PIC X(14).
000560 01  LK-FOUND                   PIC X(01).
000570
000580 PROCEDURE DIVISION USING LK-FIELD-NAME, LK-ADDRESS-RECORD,
000590                          LK-ACCOUNT-RECORD, LK-FIELD-TEXT,
000600                          LK-FIELD-NUMBER, LK-FIELD-TYPE,
000610                          LK-FIELD-WIDTH, LK-FIELD-HEADING,
000620                          LK-FOUND.
000630*                                                                *
000640*   0000-MAINLINE                                               *
000650*                                                                *
000660 0000-MAINLINE.
000670     MOVE 'Y'    TO LK-FOUND.
000680     MOVE 'A'    TO LK-FIELD-TYPE.
000690     MOVE SPACES TO LK-FIELD-TEXT LK-FIELD-HEADING.
000700     MOVE ZERO   TO LK-FIELD-NUMBER LK-FIELD-WIDTH.
000710     PERFORM 1000-CONTACT-FIELD THRU 1000-EXIT.
000720     IF LK-FOUND = 'N'
000730        MOVE 'Y' TO LK-FOUND
000740        PERFORM 2000-ACCOUNT-FIELD THRU 2000-EXIT
000750     END-IF.
000760     GOBACK.
000770
000780*                                                                *
000790*   1000-CONTACT-FIELD -- FIELDS FROM THE ADDRESS BOOK          *
000800*                                                                *
000810 1000-CONTACT-FIELD.
000820     EVALUATE LK-FIELD-NAME
000830        WHEN "LAST-NAME"
000840           MOVE LA-LAST-NAME      TO LK-FIELD-TEXT
000850           MOVE 20                TO LK-FIELD-WIDTH
000860           MOVE "LAST NAME"       TO LK-FIELD-HEADING
000870        WHEN "FIRST-NAME"
000880           MOVE LA-FIRST-NAME     TO LK-FIELD-TEXT
000890           MOVE 20                TO LK-FIELD-WIDTH
000900           MOVE "FIRST NAME"      TO LK-FIELD-HEADING
000910        WHEN "PHONE"
000920           MOVE LA-PHONE          TO LK-FIELD-TEXT
000930           MOVE 12                TO LK-FIELD-WIDTH
000940           MOVE "PHONE"           TO LK-FIELD-HEADING
000950        WHEN "CITY"
000960           MOVE LA-CITY           TO LK-FIELD-TEXT
000970           MOVE 20                TO LK-FIELD-WIDTH
000980           MOVE "CITY"            TO LK-FIELD-HEADING
000990        WHEN "STATE"
001000           MOVE LA-STATE          TO LK-FIELD-TEXT
001010           MOVE 05                TO LK-FIELD-WIDTH
001020           MOVE "STATE"           TO LK-FIELD-HEADING
001030        WHEN "ZIP"
001040           MOVE LA-ZIP            TO LK-FIELD-TEXT
001050           MOVE 10                TO LK-FIELD-WIDTH
001060           MOVE "ZIP"             TO LK-FIELD-HEADING
001070        WHEN "EMAIL"
001080           MOVE LA-EMAIL          TO LK-FIELD-TEXT
001090           MOVE 30                TO LK-FIELD-WIDTH
001100           MOVE "EMAIL"           TO LK-FIELD-HEADING
001110        WHEN "CATEGORY"
001120           MOVE LA-CATEGORY       TO LK-FIELD-TEXT
001130           MOVE 08                TO LK-FIELD-WIDTH
001140           MOVE "CATEGORY"        TO LK-FIELD-HEADING
001150        WHEN "TERRITORY"
001160           MOVE LA-TERRITORY      TO LK-FIELD-TEXT
001170           MOVE 04                TO LK-FIELD-WIDTH
001180           MOVE "TERR"            TO LK-FIELD-HEADING
001190*   A BLANK COMPANY CODE COUNTS AS "01", AS EVERYWHERE ELSE.
001200        WHEN "COMPANY-CODE"
001210           MOVE LA-COMPANY-CODE   TO LK-FIELD-TEXT
001220           IF LA-COMPANY-CODE = SPACES
001230              MOVE "01"           TO LK-FIELD-TEXT
001240           END-IF
001250           MOVE 04                TO LK-FIELD-WIDTH
001260           MOVE "CO"              TO LK-FIELD-HEADING
001270        WHEN "COUNTRY"
001280           MOVE LA-COUNTRY        TO LK-FIELD-TEXT
001290           MOVE 04                TO LK-FIELD-WIDTH
001300           MOVE "CTRY"            TO LK-FIELD-HEADING
001310        WHEN "DATE-ADDED"
001320           MOVE LA-DATE-ADDED     TO LK-FIELD-TEXT
001330           MOVE 08                TO LK-FIELD-WIDTH
001340           MOVE "ADDED"           TO LK-FIELD-HEADING
001350        WHEN "HOUSEHOLD-ID"
001360           MOVE LA-HOUSEHOLD-ID   TO LK-FIELD-TEXT
001370           MOVE 12                TO LK-FIELD-WIDTH
001380           MOVE "HOUSEHOLD"       TO LK-FIELD-HEADING
001390        WHEN "DO-NOT-MAIL"
001400           MOVE LA-DO-NOT-MAIL    TO LK-FIELD-TEXT
001410           MOVE 04                TO LK-FIELD-WIDTH
001420           MOVE "DNM"             TO LK-FIELD-HEADING
001430        WHEN "DECEASED"
001440           MOVE LA-DECEASED       TO LK-FIELD-TEXT
001450           MOVE 04                TO LK-FIELD-WIDTH
001460           MOVE "DEC"             TO LK-FIELD-HEADING
001470        WHEN "ACCOUNT-ID"
001480           MOVE LA-ACCOUNT-ID     TO WS-EDIT-7
001490           MOVE WS-EDIT-7         TO LK-FIELD-TEXT
001500           MOVE LA-ACCOUNT-ID     TO LK-FIELD-NUMBER
001510           MOVE 'N'               TO LK-FIELD-TYPE
001520           MOVE 07                TO LK-FIELD-WIDTH
001530           MOVE "ACCOUNT"         TO LK-FIELD-HEADING
001540        WHEN OTHER
001550           MOVE 'N'               TO LK-FOUND
001560     END-EVALUATE.
001570 1000-EXIT.
001580     EXIT.
001590
001600*                                                                *
001610*   2000-ACCOUNT-FIELD -- FIELDS FROM THE ACCOUNT MASTER.  A     *
001620*   CONTACT WITH NO ACCOUNT IS PASSED AN INITIALIZED RECORD AND  *
001630*   THESE PRINT BLANK.                                           *
001640*                                                                *
001650 2000-ACCOUNT-FIELD.
001660     EVALUATE LK-FIELD-NAME
001670        WHEN "OPEN-DATE"
001680           MOVE LM-OPEN-DATE      TO WS-EDIT-8
001690           MOVE WS-EDIT-8         TO LK-FIELD-TEXT
001700           MOVE LM-OPEN-DATE      TO LK-FIELD-NUMBER
001710           MOVE 'N'               TO LK-FIELD-TYPE
001720           MOVE 08                TO LK-FIELD-WIDTH
001730           MOVE "OPENED"          TO LK-FIELD-HEADING
001740        WHEN "ACCOUNT-STATUS"
001750           MOVE LM-ACCOUNT-STATUS TO LK-FIELD-TEXT
001760           MOVE 04                TO LK-FIELD-WIDTH
001770           MOVE "STAT"            TO LK-FIELD-HEADING
001780        WHEN "CREDIT-LIMIT"
001790           MOVE LM-CREDIT-LIMIT   TO WS-EDIT-MONEY
001800           MOVE WS-EDIT-MONEY     TO LK-FIELD-TEXT
001810           MOVE LM-CREDIT-LIMIT   TO LK-FIELD-NUMBER
001820           MOVE 'M'               TO LK-FIELD-TYPE
001830           MOVE 17                TO LK-FIELD-WIDTH
001840           MOVE "  CREDIT LIMIT" TO LK-FIELD-HEADING
001850        WHEN "BILLING-TERMS"
001860           MOVE LM-BILLING-TERMS  TO LK-FIELD-TEXT
001870           MOVE 05                TO LK-FIELD-WIDTH
001880           MOVE "TERMS"           TO LK-FIELD-HEADING
001890*   ZERO (AN OLD RECORD) READS AS CYCLE 1.
001900        WHEN "BILLING-CYCLE"
001910           MOVE LM-BILLING-CYCLE  TO LK-FIELD-NUMBER
001920           IF LK-FIELD-NUMBER = ZERO
001930              AND LM-ACCOUNT-ID NOT = ZERO
001940              MOVE 1              TO LK-FIELD-NUMBER
001950           END-IF
001960           MOVE LK-FIELD-NUMBER   TO WS-EDIT-1
001965           MOVE WS-EDIT-1         TO LK-FIELD-TEXT
001970           MOVE 'N'               TO LK-FIELD-TYPE
001980           MOVE 05                TO LK-FIELD-WIDTH
001990           MOVE "CYCLE"           TO LK-FIELD-HEADING
002000*   BLANK (AN OLD RECORD) READS AS USD.
002010        WHEN "CURRENCY-CODE"
002020           MOVE LM-CURRENCY-CODE  TO LK-FIELD-TEXT
002030           IF LM-CURRENCY-CODE = SPACES
002040              AND LM-ACCOUNT-ID NOT = ZERO
002050              MOVE "USD"          TO LK-FIELD-TEXT
002060           END-IF
002070           MOVE 04                TO LK-FIELD-WIDTH
002080           MOVE "CURR"            TO LK-FIELD-HEADING
002090        WHEN "LEGAL-HOLD"
002100           MOVE LM-LEGAL-HOLD     TO LK-FIELD-TEXT
002110           MOVE 04                TO LK-FIELD-WIDTH
002120           MOVE "HOLD"            TO LK-FIELD-HEADING
002130        WHEN "CASH-ONLY-FLAG"
002140           MOVE LM-CASH-ONLY-FLAG TO LK-FIELD-TEXT
002150           MOVE 04                TO LK-FIELD-WIDTH
002160           MOVE "CASH"            TO LK-FIELD-HEADING
002170        WHEN "UNCLAIMED-AMOUNT"
002180           MOVE LM-UNCLAIMED-AMOUNT TO WS-EDIT-MONEY
002190           MOVE WS-EDIT-MONEY     TO LK-FIELD-TEXT
002200           MOVE LM-UNCLAIMED-AMOUNT TO LK-FIELD-NUMBER
002210           MOVE 'M'               TO LK-FIELD-TYPE
002220           MOVE 17                TO LK-FIELD-WIDTH
002230           MOVE "     UNCLAIMED" TO LK-FIELD-HEADING
002240        WHEN "INVOICE-DELIVERY"
002250           MOVE LM-INVOICE-DELIVERY TO LK-FIELD-TEXT
002260           MOVE 04                TO LK-FIELD-WIDTH
002270           MOVE "DLVY"            TO LK-FIELD-HEADING
002280        WHEN "PO-REQUIRED-FLAG"
002290           MOVE LM-PO-REQUIRED-FLAG TO LK-FIELD-TEXT
002300           MOVE 04                TO LK-FIELD-WIDTH
002310           MOVE "PO"              TO LK-FIELD-HEADING
002320        WHEN OTHER
002330           MOVE 'N'               TO LK-FOUND
002340     END-EVALUATE.
002350 2000-EXIT.
002360     EXIT.
