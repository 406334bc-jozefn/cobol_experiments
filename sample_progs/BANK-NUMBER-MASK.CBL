000010******************************************************************
000020*                                                                *
000030*   BANK-NUMBER-MASK                                             *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS LEGAL-HOLD-CHECK) THAT  *
000060*   MASKS A BANK ROUTING OR ACCOUNT NUMBER FOR ANY OPERATOR-     *
000070*   FACING OUTPUT -- SCREEN, CONSOLE, REGISTER OR WORKLIST:      *
000080*                                                                *
000090*       CALL "BANK-NUMBER-MASK" USING NUMBER-IN, MASKED-OUT      *
000100*                                                                *
000110*   BOTH ARE PIC X(17), LEFT-JUSTIFIED (A NINE-DIGIT ROUTING     *
000120*   NUMBER IS MOVED TO AN X(17) FIRST).  EVERY CHARACTER BUT     *
000130*   THE LAST FOUR COMES BACK AS AN ASTERISK, SO THE MASKED       *
000140*   NUMBER KEEPS ITS LENGTH; A NUMBER OF FOUR CHARACTERS OR      *
000150*   FEWER IS MASKED WHOLE.  FULL NUMBERS APPEAR ONLY IN THE      *
000160*   BANK TRANSMISSION FILE ACH-EXPORT WRITES, AND ON             *
000170*   BANK-DETAILS-MAINT WHEN A SUPERVISOR UNMASKS ONE RECORD.     *
000180*                                                                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.      BANK-NUMBER-MASK.
000220 AUTHOR.          DATA PROCESSING.
000230 INSTALLATION.    ACCOUNTING SYSTEMS.
000240 DATE-WRITTEN.    10/15/2026.
000250 DATE-COMPILED.   10/15/2026.
000260*                                                                *
000270*   MODIFICATION HISTORY                                        *
000280*   ------------------------------------------------------------ *
000290*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000300*                                                                *
000310 ENVIRONMENT DIVISION.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 01  WS-TRAILING                PIC 9(02) COMP.
000350 01  WS-LENGTH                  PIC 9(02) COMP.
000360 01  WS-STARS                   PIC 9(02) COMP.
000370
000380 LINKAGE SECTION.
000390 01  LK-NUMBER-IN               PIC X(17).
000400 01  LK-MASKED-OUT              PIC X(17).
000410
000420 PROCEDURE DIVISION USING LK-NUMBER-IN, LK-MASKED-OUT.
000430 0000-MAINLINE.
000440     MOVE SPACES TO LK-MASKED-OUT.
000450     MOVE ZERO TO WS-TRAILING.
000460     INSPECT LK-NUMBER-IN TALLYING WS-TRAILING
000470             FOR TRAILING SPACES.
000480     COMPUTE WS-LENGTH = 17 - WS-TRAILING.
000490     IF WS-LENGTH = ZERO
000500        GOBACK
000510     END-IF.
000520     IF WS-LENGTH NOT > 4
000530        MOVE ALL "*" TO LK-MASKED-OUT (1:WS-LENGTH)
000540        GOBACK
000550     END-IF.
000560     COMPUTE WS-STARS = WS-LENGTH - 4.
000570     MOVE ALL "*" TO LK-MASKED-OUT (1:WS-STARS).
000580     MOVE LK-NUMBER-IN (WS-STARS + 1:4)
000590       TO LK-MASKED-OUT (WS-STARS + 1:4).
000600     GOBACK.
