       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CALL-WINDOW.

      *> CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-CONSENT-CHECK)
      *> THAT WORKS OUT WHEN A NUMBER MAY LAWFULLY BE DIALLED.  THE
      *> FEDERAL RULE IS 8 AM TO 9 PM AT THE CALLED PARTY'S LOCATION,
      *> SO THE TIME ZONE IS TAKEN FROM THE AREA CODE AND THE LOCAL
      *> WINDOW IS TURNED INTO THE HOURS ON THE CALLING FLOOR'S OWN
      *> CLOCK:
      *>
      *>     CALL "ADDRESS-CALL-WINDOW" USING CONTACT-PHONE,
      *>          ZONE-NAME, CALL-FROM, CALL-TO, RESULT
      *>
      *> CALL-FROM AND CALL-TO COME BACK AS HH:MM IN OFFICE TIME
      *> (WS-OFFICE-ZONE BELOW) AND RESULT AS 'Y'.  RESULT IS 'N'
      *> -- NO HOURS -- FOR AN AREA CODE NOT IN THE TABLE: TOLL-FREE
      *> AND SERVICE CODES, INTERNATIONAL NUMBERS, AND ANYTHING NOT
      *> IN THE ###-###-#### FORM.  NOBODY SHOULD DIAL THOSE FROM A
      *> LIST WITHOUT CHECKING FIRST.
      *>
      *> THE WINDOW IS THE SAFE ONE ALL YEAR ROUND.  AN AREA CODE
      *> THAT SPANS TWO ZONES (850 IN THE FLORIDA PANHANDLE, 208 IN
      *> IDAHO, AND SO ON) CARRIES BOTH; THE WINDOW OPENS WHEN IT IS
      *> 8 AM IN THE WESTERN ONE AND CLOSES AT 9 PM IN THE EASTERN
      *> ONE.  A ZONE THAT KEEPS STANDARD TIME ALL YEAR (ARIZONA,
      *> HAWAII, PUERTO RICO, SASKATCHEWAN) SHIFTS AN HOUR AGAINST
      *> THE OFFICE EVERY MARCH AND NOVEMBER, SO ITS WINDOW IS
      *> NARROWED TO THE HOURS THAT ARE GOOD IN BOTH SEASONS.  A
      *> STATE WITH TIGHTER CALLING HOURS THAN THE FEDERAL RULE IS
      *> NOT COVERED HERE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.
      *> THE CALLING FLOOR'S OWN ZONE, FROM THE ZONE TABLE BELOW.
        01  WS-OFFICE-ZONE             PIC X(01) VALUE 'E'.
      *> THE LAWFUL LOCAL WINDOW, IN MINUTES AFTER MIDNIGHT.
        01  WS-LOCAL-START             PIC 9(04) VALUE 0480.
        01  WS-LOCAL-END               PIC 9(04) VALUE 1260.

      *> ONE ENTRY PER ZONE: CODE, STANDARD-TIME OFFSET FROM UTC IN
      *> MINUTES, WHETHER DAYLIGHT TIME IS KEPT, AND THE NAME SHOWN
      *> ON A LIST.
        01  WS-ZONE-VALUES.
            05  FILLER                 PIC X(15) VALUE
                "N-0210YNEWFNDLD".
            05  FILLER                 PIC X(15) VALUE
                "A-0240YATLANTIC".
            05  FILLER                 PIC X(15) VALUE
                "R-0240NPR/VI   ".
            05  FILLER                 PIC X(15) VALUE
                "E-0300YEASTERN ".
            05  FILLER                 PIC X(15) VALUE
                "C-0360YCENTRAL ".
            05  FILLER                 PIC X(15) VALUE
                "S-0360NSASKATCH".
            05  FILLER                 PIC X(15) VALUE
                "M-0420YMOUNTAIN".
            05  FILLER                 PIC X(15) VALUE
                "Z-0420NARIZONA ".
            05  FILLER                 PIC X(15) VALUE
                "P-0480YPACIFIC ".
            05  FILLER                 PIC X(15) VALUE
                "K-0540YALASKA  ".
            05  FILLER                 PIC X(15) VALUE
                "H-0600NHAWAII  ".
            05  FILLER                 PIC X(15) VALUE
                "G+0600NGUAM    ".
        01  WS-ZONE-TABLE REDEFINES WS-ZONE-VALUES.
            05  WS-ZONE-ENTRY OCCURS 12 TIMES
                              INDEXED BY WS-ZONE-X.
                10  WS-ZONE-CODE       PIC X(01).
                10  WS-ZONE-OFFSET     PIC S9(04)
                                       SIGN LEADING SEPARATE.
                10  WS-ZONE-DST        PIC X(01).
                    88  WS-ZONE-KEEPS-DST  VALUE 'Y'.
                10  WS-ZONE-NAME       PIC X(08).

      *> ONE ENTRY PER GEOGRAPHIC AREA CODE IN THE UNITED STATES,
      *> CANADA AND THE TERRITORIES, IN AREA-CODE ORDER FOR THE
      *> BINARY SEARCH: THE CODE, THEN ITS EASTERNMOST AND WESTERNMOST
      *> ZONE (THE SAME ZONE TWICE FOR ALL BUT THE SPLIT CODES).  A
      *> NEW AREA CODE OR OVERLAY IS A NEW ENTRY HERE, IN ORDER, AND
      *> A BUMP TO THE OCCURS COUNT.
        01  WS-AREA-VALUES.
            05  FILLER                 PIC X(50) VALUE
                "201EE202EE203EE204CC205CC206PP207EE208MP209PP210CC".
            05  FILLER                 PIC X(50) VALUE
                "212EE213PP214CC215EE216EE217CC218CC219CC220EE223EE".
            05  FILLER                 PIC X(50) VALUE
                "224CC225CC226EE227EE228CC229EE231EE234EE235CC236PP".
            05  FILLER                 PIC X(50) VALUE
                "239EE240EE248EE249EE250MP251CC252EE253PP254CC256CC".
            05  FILLER                 PIC X(50) VALUE
                "260EE262CC263EE267EE269EE270EC272EE274CC276EE279PP".
            05  FILLER                 PIC X(50) VALUE
                "281CC283EE289EE301EE302EE303MM304EE305EE306SS307MM".
            05  FILLER                 PIC X(50) VALUE
                "308CM309CC310PP312CC313EE314CC315EE316CC317EE318CC".
            05  FILLER                 PIC X(50) VALUE
                "319CC320CC321EE323PP325CC326EE327CC330EE331CC332EE".
            05  FILLER                 PIC X(50) VALUE
                "334CC336EE337CC339EE340RR341PP343EE346CC347EE350PP".
            05  FILLER                 PIC X(50) VALUE
                "351EE352EE353CC354EE360PP361CC363EE364EC365EE367EE".
            05  FILLER                 PIC X(50) VALUE
                "368MM380EE382EE385MM386EE401EE402CC403MM404EE405CC".
            05  FILLER                 PIC X(50) VALUE
                "406MM407EE408PP409CC410EE412EE413EE414CC415PP416EE".
            05  FILLER                 PIC X(50) VALUE
                "417CC418EE419EE423EC424PP425PP428AA430CC431CC432CC".
            05  FILLER                 PIC X(50) VALUE
                "434EE435MM436EE437EE438EE440EE442PP443EE445EE447CC".
            05  FILLER                 PIC X(50) VALUE
                "448EC450EE457CC458MP463EE464CC468EE469CC470EE472EE".
            05  FILLER                 PIC X(50) VALUE
                "474SS475EE478EE479CC480ZZ484EE501CC502EE503PP504CC".
            05  FILLER                 PIC X(50) VALUE
                "505MM506AA507CC508EE509PP510PP512CC513EE514EE515CC".
            05  FILLER                 PIC X(50) VALUE
                "516EE517EE518EE519EE520ZZ530PP531CC534CC539CC540EE".
            05  FILLER                 PIC X(50) VALUE
                "541MP548EE551EE557CC559PP561EE562PP563CC564PP567EE".
            05  FILLER                 PIC X(50) VALUE
                "570EE571EE572CC573CC574EC575MM579EE580CC581EE582EE".
            05  FILLER                 PIC X(50) VALUE
                "584CC585EE586EE587MM601CC602ZZ603EE604PP605CM606EC".
            05  FILLER                 PIC X(50) VALUE
                "607EE608CC609EE610EE612CC613EE614EE615CC616EE617EE".
            05  FILLER                 PIC X(50) VALUE
                "618CC619PP620CM623ZZ626PP628PP629CC630CC631EE636CC".
            05  FILLER                 PIC X(50) VALUE
                "639SS640EE641CC646EE647EE650PP651CC656EE657PP659CC".
            05  FILLER                 PIC X(50) VALUE
                "660CC661PP662CC667EE669PP670GG671GG672PP678EE679EE".
            05  FILLER                 PIC X(50) VALUE
                "680EE681EE682CC683EE689EE701CM702PP703EE704EE705EE".
            05  FILLER                 PIC X(50) VALUE
                "706EE707PP708CC709NN712CC713CC714PP715CC716EE717EE".
            05  FILLER                 PIC X(50) VALUE
                "718EE719MM720MM724EE725PP726CC727EE730CC731CC732EE".
            05  FILLER                 PIC X(50) VALUE
                "734EE737CC740EE742EE743EE747PP753EE754EE757EE760PP".
            05  FILLER                 PIC X(50) VALUE
                "762EE763CC765EE769CC770EE771EE772EE773CC774EE775PP".
            05  FILLER                 PIC X(50) VALUE
                "778PP779CC780MM781EE782AA785CM786EE787RR801MM802EE".
            05  FILLER                 PIC X(50) VALUE
                "803EE804EE805PP806CC807EC808HH810EE812EC813EE814EE".
            05  FILLER                 PIC X(50) VALUE
                "815CC816CC817CC818PP819EE820PP825MM826EE828EE830CC".
            05  FILLER                 PIC X(50) VALUE
                "832CC835EE838EE839EE840PP843EE845EE847CC848EE850EC".
            05  FILLER                 PIC X(50) VALUE
                "854EE856EE857EE858PP859EE860EE861CC862EE863EE864EE".
            05  FILLER                 PIC X(50) VALUE
                "865EE870CC872CC873EE878EE901CC902AA903CC904EE905EE".
            05  FILLER                 PIC X(50) VALUE
                "906EC907KK908EE909PP910EE912EE913CC914EE915MM916PP".
            05  FILLER                 PIC X(50) VALUE
                "917EE918CC919EE920CC924CC925PP928ZZ929EE930EC931EC".
            05  FILLER                 PIC X(50) VALUE
                "934EE936CC937EE938CC939RR940CC941EE943EE945CC947EE".
            05  FILLER                 PIC X(50) VALUE
                "948EE949PP951PP952CC954EE956CC959EE970MM971PP972CC".
            05  FILLER                 PIC X(50) VALUE
                "973EE975CC978EE979CC980EE983MM984EE985CC986MP989EE".
        01  WS-AREA-TABLE REDEFINES WS-AREA-VALUES.
            05  WS-AREA-ENTRY OCCURS 410 TIMES
                              ASCENDING KEY IS WS-AREA-CODE
                              INDEXED BY WS-AREA-X.
                10  WS-AREA-CODE       PIC X(03).
                10  WS-AREA-EAST-ZONE  PIC X(01).
                10  WS-AREA-WEST-ZONE  PIC X(01).

        01  WS-OFFICE-OFFSET           PIC S9(04).
        01  WS-OFFICE-DST              PIC X(01).
        01  WS-LOOKUP-ZONE             PIC X(01).
        01  WS-FOUND-SWITCH            PIC X(01).
            88  ZONE-FOUND             VALUE 'Y'.
        01  WS-FOUND-OFFSET            PIC S9(04).
        01  WS-FOUND-DST               PIC X(01).
        01  WS-FOUND-NAME              PIC X(08).
        01  WS-EAST-NAME               PIC X(08).
        01  WS-SEASON-SWITCH           PIC X(01).
            88  SUMMER-TIME            VALUE 'S'.
        01  WS-SHIFT                   PIC S9(05).
        01  WS-EARLIEST                PIC S9(05).
        01  WS-LATEST                  PIC S9(05).
        01  WS-CLOCK-MINUTES           PIC S9(05).
        01  WS-CLOCK-HH                PIC 9(02).
        01  WS-CLOCK-MM                PIC 9(02).
        01  WS-CLOCK-TEXT              PIC X(05).

        LINKAGE SECTION.
        01  LK-PHONE                   PIC X(12).
        01  LK-ZONE-NAME               PIC X(17).
        01  LK-CALL-FROM               PIC X(05).
        01  LK-CALL-TO                 PIC X(05).
        01  LK-RESULT                  PIC X(01).

       PROCEDURE DIVISION USING LK-PHONE, LK-ZONE-NAME, LK-CALL-FROM,
                                LK-CALL-TO, LK-RESULT.
        START-PRG.
            MOVE 'N'    TO LK-RESULT
            MOVE SPACES TO LK-ZONE-NAME LK-CALL-FROM LK-CALL-TO
            IF LK-PHONE (1:3) NOT NUMERIC
               OR LK-PHONE (4:1) NOT = '-'
               GOBACK
            END-IF
            SEARCH ALL WS-AREA-ENTRY
               AT END
                  GOBACK
               WHEN WS-AREA-CODE (WS-AREA-X) = LK-PHONE (1:3)
                  CONTINUE
            END-SEARCH
            MOVE WS-OFFICE-ZONE TO WS-LOOKUP-ZONE
            PERFORM FIND-ZONE
            IF NOT ZONE-FOUND
               GOBACK
            END-IF
            MOVE WS-FOUND-OFFSET TO WS-OFFICE-OFFSET
            MOVE WS-FOUND-DST    TO WS-OFFICE-DST
            MOVE -99999 TO WS-EARLIEST
            MOVE 99999  TO WS-LATEST
            MOVE WS-AREA-EAST-ZONE (WS-AREA-X) TO WS-LOOKUP-ZONE
            PERFORM FIND-ZONE
            IF NOT ZONE-FOUND
               GOBACK
            END-IF
            MOVE WS-FOUND-NAME TO WS-EAST-NAME
            PERFORM APPLY-BOTH-SEASONS
            MOVE WS-AREA-WEST-ZONE (WS-AREA-X) TO WS-LOOKUP-ZONE
            PERFORM FIND-ZONE
            IF NOT ZONE-FOUND
               GOBACK
            END-IF
            PERFORM APPLY-BOTH-SEASONS
            IF WS-AREA-EAST-ZONE (WS-AREA-X)
                  = WS-AREA-WEST-ZONE (WS-AREA-X)
               MOVE WS-EAST-NAME TO LK-ZONE-NAME
            ELSE
               STRING WS-EAST-NAME  DELIMITED BY SPACE
                      "/"           DELIMITED BY SIZE
                      WS-FOUND-NAME DELIMITED BY SPACE
                      INTO LK-ZONE-NAME
               END-STRING
            END-IF
            IF WS-EARLIEST >= WS-LATEST
               GOBACK
            END-IF
            MOVE WS-EARLIEST TO WS-CLOCK-MINUTES
            PERFORM FORMAT-CLOCK
            MOVE WS-CLOCK-TEXT TO LK-CALL-FROM
            MOVE WS-LATEST TO WS-CLOCK-MINUTES
            PERFORM FORMAT-CLOCK
            MOVE WS-CLOCK-TEXT TO LK-CALL-TO
            MOVE 'Y' TO LK-RESULT
            GOBACK.

        FIND-ZONE.
            MOVE 'N' TO WS-FOUND-SWITCH
            SET WS-ZONE-X TO 1
            SEARCH WS-ZONE-ENTRY
               AT END
                  CONTINUE
               WHEN WS-ZONE-CODE (WS-ZONE-X) = WS-LOOKUP-ZONE
                  SET ZONE-FOUND TO TRUE
                  MOVE WS-ZONE-OFFSET (WS-ZONE-X) TO WS-FOUND-OFFSET
                  MOVE WS-ZONE-DST (WS-ZONE-X)    TO WS-FOUND-DST
                  MOVE WS-ZONE-NAME (WS-ZONE-X)   TO WS-FOUND-NAME
            END-SEARCH.

      *> THE LOCAL WINDOW ON THE OFFICE CLOCK, WINTER AND SUMMER, FOR
      *> THE ZONE JUST FOUND; THE WINDOW KEPT IS THE LATEST OPENING
      *> AND THE EARLIEST CLOSING SEEN.
        APPLY-BOTH-SEASONS.
            MOVE 'W' TO WS-SEASON-SWITCH
            PERFORM APPLY-ONE-SEASON
            MOVE 'S' TO WS-SEASON-SWITCH
            PERFORM APPLY-ONE-SEASON.

        APPLY-ONE-SEASON.
            COMPUTE WS-SHIFT = WS-OFFICE-OFFSET - WS-FOUND-OFFSET
            IF SUMMER-TIME
               IF WS-OFFICE-DST = 'Y'
                  ADD 60 TO WS-SHIFT
               END-IF
               IF WS-FOUND-DST = 'Y'
                  SUBTRACT 60 FROM WS-SHIFT
               END-IF
            END-IF
            IF WS-LOCAL-START + WS-SHIFT > WS-EARLIEST
               COMPUTE WS-EARLIEST = WS-LOCAL-START + WS-SHIFT
            END-IF
            IF WS-LOCAL-END + WS-SHIFT < WS-LATEST
               COMPUTE WS-LATEST = WS-LOCAL-END + WS-SHIFT
            END-IF.

      *> MINUTES ON THE OFFICE CLOCK TO HH:MM; A WINDOW FOR THE FAR
      *> ZONES CAN RUN PAST MIDNIGHT EITHER WAY.
        FORMAT-CLOCK.
            IF WS-CLOCK-MINUTES < 0
               ADD 1440 TO WS-CLOCK-MINUTES
            END-IF
            IF WS-CLOCK-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-CLOCK-MINUTES
            END-IF
            DIVIDE WS-CLOCK-MINUTES BY 60 GIVING WS-CLOCK-HH
                   REMAINDER WS-CLOCK-MM
            MOVE SPACES TO WS-CLOCK-TEXT
            STRING WS-CLOCK-HH ":" WS-CLOCK-MM
                   DELIMITED BY SIZE INTO WS-CLOCK-TEXT
            END-STRING.

       END PROGRAM ADDRESS-CALL-WINDOW.
