000100*   WARNS ON THE REGISTER WHEN THE KEYED AMOUNT STRAYS FROM      *
000110*   THE STANDARD PRICE.  MAINTAINED THROUGH CHARGE-CODE-MAINT;   *
000120*   CHARGE-CODE-REVENUE-REPORT CUTS REVENUE BY CODE.             *
000121*                                                                *
000122*   A USAGE-RATED CODE IS PRICED BY QUANTITY RATHER THAN AT THE  *
000123*   STANDARD PRICE.  USAGE-BILLING RATES EACH METER LINE         *
000124*   THROUGH UP TO FOUR TIERS IN ORDER -- THE FIRST (TAG)TIER-    *
000125*   UNITS UNITS AT THE FIRST RATE, THE NEXT BAND AT THE SECOND,  *
000126*   AND SO ON.  THE LAST OF THE (TAG)TIER-COUNT TIERS TAKES      *
000127*   EVERYTHING LEFT WHATEVER ITS UNITS SAY.                      *
000130*                                                                *
000140*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000150*   E.G. ==CC-== FOR A FILE RECORD.                              *
000230        88  (TAG)CODE-RETIRED              VALUE 'X'.
000240    05  (TAG)SET-UP-BY            PIC X(10).
000250    05  (TAG)SET-UP-DATE          PIC 9(08).
000260    05  (TAG)RATE-BASIS           PIC X(01).
000270        88  (TAG)FLAT-PRICED               VALUE 'F' SPACE.
000280        88  (TAG)USAGE-RATED               VALUE 'U'.
000290    05  (TAG)USAGE-UNIT           PIC X(06).
000300    05  (TAG)TIER-COUNT           PIC 9(01).
000310    05  (TAG)TIER OCCURS 4 TIMES.
000320        10  (TAG)TIER-UNITS       PIC 9(09).
000330        10  (TAG)TIER-RATE        PIC 9(04)V9(04).
