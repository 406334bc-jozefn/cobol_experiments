000200*   MODIFICATION HISTORY                                        *
000210*   ------------------------------------------------------------ *
000220*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000223*   10/15/2026  DP   A CODE MAY NOW BE PRICED BY USAGE TIERS    *
000226*                    (UP TO FOUR RATE BANDS) FOR USAGE-BILLING. *
000230*                                                                *
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000520 01  WS-IN-CODE                 PIC X(06).
000530 01  WS-ACTION                  PIC X(01).
000540 01  WS-IN-VALUE                PIC X(26).
000542 01  WS-TIER-SUB                PIC 9(01) VALUE ZERO.
000544 01  WS-TIER-DONE-SWITCH        PIC X(01) VALUE 'N'.
000546     88  WS-TIERS-DONE                    VALUE 'Y'.
000550
000560 PROCEDURE DIVISION.
000570*                                                                *
001070         NOT INVALID KEY
001080            DISPLAY CC-CHARGE-CODE " " CC-DESC
001090                    " STD " CC-STANDARD-PRICE
001092                    " [" CC-CODE-STATUS "]"
001094            IF CC-USAGE-RATED
001096               PERFORM 2100-SHOW-TIER THRU 2100-EXIT
001098                       VARYING WS-TIER-SUB FROM 1 BY 1
001100                       UNTIL WS-TIER-SUB > CC-TIER-COUNT
001102            END-IF
001110     END-READ.
001120     DISPLAY "(A)DD/CHANGE, RE(T)IRE, ENTER TO SKIP:".
001130     ACCEPT WS-ACTION.
001210           CONTINUE
001220     END-EVALUATE.
001230 2000-EXIT.
001231     EXIT.
001232
001233 2100-SHOW-TIER.
001234     DISPLAY "  TIER " WS-TIER-SUB " "
001235             CC-TIER-UNITS (WS-TIER-SUB) " " CC-USAGE-UNIT
001236             " AT " CC-TIER-RATE (WS-TIER-SUB).
001237 2100-EXIT.
001240     EXIT.
001250
001260 3000-ADD-OR-CHANGE.
001360     DISPLAY "STANDARD PRICE:".
001370     ACCEPT WS-IN-VALUE.
001380     COMPUTE CC-STANDARD-PRICE = FUNCTION NUMVAL(WS-IN-VALUE).
001381     SET CC-CODE-ACTIVE TO TRUE.
001382*   A USAGE-RATED CODE IS PRICED BY USAGE-BILLING THROUGH ITS
001383*   TIERS; THE STANDARD PRICE IS THEN ONLY A GUIDE.
001384     MOVE ZERO TO CC-TIER-COUNT.
001385     PERFORM 3050-CLEAR-TIER THRU 3050-EXIT
001386             VARYING WS-TIER-SUB FROM 1 BY 1
001387             UNTIL WS-TIER-SUB > 4.
001388     SET CC-FLAT-PRICED TO TRUE.
001389     DISPLAY "PRICED BY USAGE TIERS (Y/BLANK):".
001390     ACCEPT WS-IN-VALUE.
001391     IF FUNCTION UPPER-CASE(WS-IN-VALUE (1:1)) = 'Y'
001392        SET CC-USAGE-RATED TO TRUE
001393        DISPLAY "UNIT OF MEASURE (E.G. KWH, GB, HOURS):"
001394        ACCEPT WS-IN-VALUE
001395        MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:6))
001396           TO CC-USAGE-UNIT
001397        MOVE 'N' TO WS-TIER-DONE-SWITCH
001398        PERFORM 3100-KEY-ONE-TIER THRU 3100-EXIT
001399                VARYING WS-TIER-SUB FROM 1 BY 1
001400                UNTIL WS-TIER-SUB > 4 OR WS-TIERS-DONE
001401        IF CC-TIER-COUNT = ZERO
001402           DISPLAY "A USAGE-RATED CODE NEEDS AT LEAST ONE TIER"
001403           GO TO 3000-EXIT
001404        END-IF
001405     END-IF.
001406     MOVE 'A' TO CC-CODE-STATUS.
001410     MOVE WS-CLERK-ID TO CC-SET-UP-BY.
001420     MOVE WS-TODAY-8  TO CC-SET-UP-DATE.
001430     WRITE CHARGE-CODE-STRUCTURE
001470     DISPLAY "CODE " CC-CHARGE-CODE " SAVED -- STD "
001480             CC-STANDARD-PRICE.
001490 3000-EXIT.
001491     EXIT.
001492
001493 3050-CLEAR-TIER.
001494     MOVE ZERO TO CC-TIER-UNITS (WS-TIER-SUB)
001495                  CC-TIER-RATE (WS-TIER-SUB).
001496 3050-EXIT.
001497     EXIT.
001498
001499*                                                                *
001500*   3100-KEY-ONE-TIER -- A RATE AND THE UNITS IN ITS BAND.  A    *
001501*   BLANK RATE, OR A BAND OF ZERO UNITS (ALL THE REST), ENDS     *
001502*   THE TABLE.                                                   *
001503*                                                                *
001504 3100-KEY-ONE-TIER.
001505     DISPLAY "TIER " WS-TIER-SUB " RATE PER UNIT (ENTER TO END):".
001506     ACCEPT WS-IN-VALUE.
001507     IF WS-IN-VALUE = SPACES
001508        MOVE 'Y' TO WS-TIER-DONE-SWITCH
001509        GO TO 3100-EXIT
001510     END-IF.
001511     COMPUTE CC-TIER-RATE (WS-TIER-SUB) =
001512             FUNCTION NUMVAL(WS-IN-VALUE).
001513     MOVE WS-TIER-SUB TO CC-TIER-COUNT.
001514     IF WS-TIER-SUB = 4
001515        GO TO 3100-EXIT
001516     END-IF.
001517     DISPLAY "UNITS IN THIS BAND (0 = ALL THE REST):".
001518     ACCEPT WS-IN-VALUE.
001519     COMPUTE CC-TIER-UNITS (WS-TIER-SUB) =
001520             FUNCTION NUMVAL(WS-IN-VALUE).
001521     IF CC-TIER-UNITS (WS-TIER-SUB) = ZERO
001522        MOVE 'Y' TO WS-TIER-DONE-SWITCH
001523     END-IF.
001524 3100-EXIT.
001525     EXIT.
001526
001527 4000-RETIRE-CODE.
001530     MOVE WS-IN-CODE TO CC-CHARGE-CODE.
001540     READ CHARGE-CODES
001550         INVALID KEY
