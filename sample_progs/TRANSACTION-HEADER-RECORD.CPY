000110        88  (TAG)HEADER-RECORD             VALUE 'H'.
000120    05  (TAG)RUN-DATE              PIC 9(08).
000130    05  (TAG)RUN-TIME              PIC X(08).
000140    05  FILLER                     PIC X(172).
