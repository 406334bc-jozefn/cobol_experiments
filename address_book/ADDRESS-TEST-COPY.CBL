                   ASSIGN       TO  TESTADDR
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS TA-PHONE
      *> THE PRACTICE FILE MUST CARRY THE SAME FIVE KEYS AS THE
      *> PRODUCTION FILE -- ADDRESS.CBL OPENS IT IN T MODE DECLARING
      *> ALL FIVE, AND THE F4 SOUNDS-LIKE AND CUSTOMER-NUMBER
      *> SEARCHES DEPEND ON THE EXTRA ALTERNATES.
                   ALTERNATE RECORD KEY IS TA-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS TA-SOUNDEX    WITH DUPLICATES
                   ALTERNATE RECORD KEY IS TA-NAME-CODE  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS TA-ACCOUNT-ID WITH DUPLICATES
                   FILE STATUS  IS  TESTADDR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

