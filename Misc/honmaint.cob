001525*                  BURST THE DAILY GREETING REPORT (BLANK = NONE  *
001528*                  ON ADD / NO CHANGE ON UPDATE); JOURNAL IMAGES  *
001531*                  WIDENED 89 -> 92 WITH HONOREE-REC.             *
001536* 10/15/2026 RC    KEEP THE HONOREE'S BIRTHDAY ROW ON HONOREE-    *
001541*                  EVENT IN STEP WITH THE BIRTH DATE - AN ADD     *
001546*                  CREATES THE ROW AND AN UPDATE THAT CHANGES THE *
001551*                  BIRTH DATE REFRESHES IT, KEEPING ANY WORDING   *
001556*                  ALREADY ON THE ROW.  EACH ROW CHANGE IS        *
001561*                  JOURNALED TO HEVJRNL AS HEVMAINT DOES.         *
001566* 10/15/2026 RC    EDIT THE DEPARTMENT CODE ON ADDS AND UPDATES   *
001571*                  AGAINST THE NEW DEPT-CONTROL FILE - AN UNKNOWN *
001576*                  OR CLOSED DEPARTMENT IS REFUSED AND REPROMPTED *
001581*                  (BLANK STILL MEANS NONE ON ADD / NO CHANGE ON  *
001586*                  UPDATE).                                       *
001591*================================================================*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.  IBM-370.
002610
002620     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
002630                               ORGANIZATION IS LINE SEQUENTIAL.
002635
002640     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
002645                               ORGANIZATION IS INDEXED
002650                               ACCESS MODE IS RANDOM
002655                               RECORD KEY IS HEV-EVENT-KEY
002660                               FILE STATUS IS WS-EVENT-STATUS.
002665
002670     SELECT HONOREE-EVENT-JRNL ASSIGN TO HEVJRNL
002675                               ORGANIZATION IS LINE SEQUENTIAL.
002677
002679     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
002681                               ORGANIZATION IS INDEXED
002683                               ACCESS MODE IS RANDOM
002685                               RECORD KEY IS DPT-DEPT-CODE
002687                               FILE STATUS IS WS-DEPT-STATUS.
002700*================================================================*
002800 DATA DIVISION.
002900 FILE SECTION.
003550 FD  HONOREE-JRNL
003560     RECORDING MODE IS F.
003570     COPY HONJRNL.
003572*----------------------------------------------------------------*
003574* HONOREE-EVENT - THE HONOREE'S BIRTHDAY ROW, KEPT IN STEP WITH  *
003576* THE BIRTH DATE ON HONOREE-FILE                                 *
003578*----------------------------------------------------------------*
003580 FD  HONOREE-EVENT
003582     RECORDING MODE IS F.
003584     COPY HONEVENT.
003586*----------------------------------------------------------------*
003588* HONOREE-EVENT-JRNL - EVENT CHANGE JOURNAL, SHARED WITH HEVMAINT*
003590*----------------------------------------------------------------*
003592 FD  HONOREE-EVENT-JRNL
003594     RECORDING MODE IS F.
003596     COPY HEVJRNL.
003606*----------------------------------------------------------------*
003616* DEPT-CONTROL - READ TO EDIT THE DEPARTMENT CODE ENTERED        *
003626*----------------------------------------------------------------*
003636 FD  DEPT-CONTROL
003646     RECORDING MODE IS F.
003656     COPY DEPTCTL.
003666 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------------*
003800* FILE STATUS AND CONTROL SWITCHES                                *
003900*----------------------------------------------------------------*
004000 01  WS-HONOREE-STATUS          PIC X(02).
004100     88  HONOREE-STATUS-OK              VALUE "00".
004110 01  WS-EVENT-STATUS            PIC X(02).
004120     88  EVENT-STATUS-OK                VALUE "00".
004130 01  WS-DEPT-STATUS             PIC X(02).
004140     88  DEPT-STATUS-OK                 VALUE "00".
004200 01  WS-DONE-SWITCH             PIC X(01)  VALUE "N".
004300     88  MAINTENANCE-DONE                VALUE "Y".
004400*----------------------------------------------------------------*
005072 01  WS-AFTER-IMAGE             PIC X(92).
005074 01  WS-ENTRY-DATE-SWITCH       PIC X(01)  VALUE "N".
005076     88  ENTRY-DATE-OK                   VALUE "Y".
005077 01  WS-ENTRY-DEPT-SWITCH       PIC X(01)  VALUE "N".
005078     88  ENTRY-DEPT-OK                   VALUE "Y".
005080 01  WS-JRNL-TODAY              PIC X(21).
005090 01  WS-JRNL-DATE               PIC X(10).
005091 01  WS-JRNL-TIME               PIC X(08).
005093 01  WS-EVENT-BEFORE-IMAGE      PIC X(80).
005095 01  WS-EVENT-AFTER-IMAGE       PIC X(80).
005100*================================================================*
005200 PROCEDURE DIVISION.
005300*================================================================*
006750         STOP RUN
006760     END-IF
006770     OPEN EXTEND HONOREE-JRNL
006771     OPEN I-O HONOREE-EVENT
006772     IF NOT EVENT-STATUS-OK
006773         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
006774             WS-EVENT-STATUS
006775         MOVE 16 TO RETURN-CODE
006776         STOP RUN
006777     END-IF
006778     OPEN EXTEND HONOREE-EVENT-JRNL
006779     OPEN INPUT DEPT-CONTROL
006780     IF NOT DEPT-STATUS-OK
006781         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
006782             WS-DEPT-STATUS
006783         MOVE 16 TO RETURN-CODE
006784         STOP RUN
006785     END-IF
006786
006790     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT
006791         UNTIL WS-OPERATOR-ID NOT = SPACES
006800     .
010944     MOVE "?" TO WS-ENTRY-GREET-PREF
010945     PERFORM 3200-GET-GREET-PREF THRU 3200-EXIT
010946         UNTIL WS-ENTRY-GREET-PREF = "Y" OR "N" OR SPACES
010948     MOVE "N" TO WS-ENTRY-DEPT-SWITCH
010950     PERFORM 3300-GET-DEPT-CODE THRU 3300-EXIT
010952         UNTIL ENTRY-DEPT-OK
010954
010957     INSPECT WS-ENTRY-TYPE CONVERTING
010960         "abcdefghijklmnopqrstuvwxyz" TO
011900         NOT INVALID KEY
011910             MOVE "A" TO HJR-TRAN-TYPE
011920             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
011930             MOVE WS-AFTER-IMAGE TO HONOREE-REC
011940             PERFORM 6500-SYNC-BIRTHDAY-EVENT THRU 6500-EXIT
012000             DISPLAY "HONOREE " WS-ENTRY-ID " ADDED"
012100     END-WRITE
012200     .
012528     .
012529 3200-EXIT.
012530     EXIT.
012531*----------------------------------------------------------------*
012532* 3300-GET-DEPT-CODE - PROMPT FOR THE DEPARTMENT CODE AND EDIT   *
012533*                      THE REPLY - BLANK MEANS NO DEPARTMENT     *
012534*----------------------------------------------------------------*
012535 3300-GET-DEPT-CODE.
012536     DISPLAY "ENTER DEPARTMENT CODE (BLANK = NONE)..........: "
012537         WITH NO ADVANCING
012538     ACCEPT WS-ENTRY-DEPT-CODE
012539     PERFORM 3350-EDIT-DEPT-CODE THRU 3350-EXIT
012540     .
012541 3300-EXIT.
012542     EXIT.
012543*----------------------------------------------------------------*
012544* 3350-EDIT-DEPT-CODE - UPPERCASE THE ENTERED DEPARTMENT CODE    *
012545*                       AND, UNLESS IT IS BLANK, REQUIRE AN      *
012546*                       ACTIVE ROW ON DEPT-CONTROL.  A CODE      *
012547*                       THAT IS NOT ON FILE WOULD BURST THE      *
012548*                       GREETING REPORT UNDER NO NAME AND SEND   *
012549*                       THE ANNOUNCEMENT TO THE SHOP-WIDE LIST.  *
012550*----------------------------------------------------------------*
012551 3350-EDIT-DEPT-CODE.
012552     MOVE "Y" TO WS-ENTRY-DEPT-SWITCH
012553     INSPECT WS-ENTRY-DEPT-CODE CONVERTING
012554         "abcdefghijklmnopqrstuvwxyz" TO
012555         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012556     IF WS-ENTRY-DEPT-CODE = SPACES
012557         GO TO 3350-EXIT
012558     END-IF
012559
012560     MOVE WS-ENTRY-DEPT-CODE    TO DPT-DEPT-CODE
012561     READ DEPT-CONTROL
012562         INVALID KEY
012563             MOVE "N" TO WS-ENTRY-DEPT-SWITCH
012564             DISPLAY "INVALID - DEPARTMENT " WS-ENTRY-DEPT-CODE
012565                 " IS NOT ON FILE"
012566             GO TO 3350-EXIT
012567     END-READ
012568     IF DPT-CLOSED
012569         MOVE "N" TO WS-ENTRY-DEPT-SWITCH
012570         DISPLAY "INVALID - DEPARTMENT " WS-ENTRY-DEPT-CODE
012571             " IS CLOSED"
012572     END-IF
012573     .
012574 3350-EXIT.
012575     EXIT.
012576*----------------------------------------------------------------*
012600* 4000-UPDATE-HONOREE - CHANGE THE NAME AND/OR BIRTH YEAR OF AN  *
012700*                       EXISTING HONOREE-REC                     *
012800*----------------------------------------------------------------*
015123                 MOVE WS-ENTRY-GREET-PREF TO HON-GREET-PREF
015124             END-IF
015125
015127             MOVE "N" TO WS-ENTRY-DEPT-SWITCH
015129             PERFORM 4300-GET-NEW-DEPT-CODE THRU 4300-EXIT
015131                 UNTIL ENTRY-DEPT-OK
015133             IF WS-ENTRY-DEPT-CODE NOT = SPACES
015134                 MOVE WS-ENTRY-DEPT-CODE TO HON-DEPT-CODE
015135             END-IF
015200             REWRITE HONOREE-REC
015210             MOVE "U" TO HJR-TRAN-TYPE
015220             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
015230             MOVE WS-AFTER-IMAGE TO HONOREE-REC
015240             PERFORM 6500-SYNC-BIRTHDAY-EVENT THRU 6500-EXIT
015300             DISPLAY "HONOREE " WS-ENTRY-ID " UPDATED"
015400     END-READ
015500     .
015789     .
015790 4200-EXIT.
015791     EXIT.
015796*----------------------------------------------------------------*
015801* 4300-GET-NEW-DEPT-CODE - PROMPT FOR A REPLACEMENT DEPARTMENT   *
015806*                          CODE AND EDIT THE REPLY - BLANK MEANS *
015811*                          NO CHANGE                             *
015816*----------------------------------------------------------------*
015821 4300-GET-NEW-DEPT-CODE.
015826     DISPLAY "ENTER NEW DEPT CODE (BLANK = NO CHANGE)..: "
015831         WITH NO ADVANCING
015836     ACCEPT WS-ENTRY-DEPT-CODE
015841     PERFORM 3350-EDIT-DEPT-CODE THRU 3350-EXIT
015846     .
015851 4300-EXIT.
015856     EXIT.
015861*----------------------------------------------------------------*
015900* 5000-DEACTIVATE-HONOREE - RETIRE A HONOREE WITHOUT REMOVING THE*
016000*                           HISTORY ON HONOREE-FILE               *
016100*----------------------------------------------------------------*
017791     .
017792 6000-EXIT.
017793     EXIT.
017794*----------------------------------------------------------------*
017795* 6500-SYNC-BIRTHDAY-EVENT - ADD THE HONOREE'S BIRTHDAY ROW ON   *
017796*                            HONOREE-EVENT, OR REFRESH ITS DATE  *
017797*                            WHEN THE BIRTH DATE HAS CHANGED.    *
017798*                            THE ROW'S OWN WORDING IS KEPT.      *
017799*----------------------------------------------------------------*
017800 6500-SYNC-BIRTHDAY-EVENT.
017801     MOVE HON-ID                TO HEV-HONOREE-ID
017802     MOVE "B"                   TO HEV-EVENT-TYPE
017803     READ HONOREE-EVENT
017804         INVALID KEY
017805             INITIALIZE HONOREE-EVENT-REC
017806             MOVE HON-ID        TO HEV-HONOREE-ID
017807             MOVE "B"           TO HEV-EVENT-TYPE
017808             MOVE HON-BIRTH-YEAR  TO HEV-EVENT-YEAR
017809             MOVE HON-BIRTH-MONTH TO HEV-EVENT-MONTH
017810             MOVE HON-BIRTH-DAY   TO HEV-EVENT-DAY
017811             MOVE SPACES        TO HEV-GREETING-TEXT
017812             MOVE SPACES        TO WS-EVENT-BEFORE-IMAGE
017813             MOVE HONOREE-EVENT-REC TO WS-EVENT-AFTER-IMAGE
017814             WRITE HONOREE-EVENT-REC
017815             MOVE "A"           TO HEJ-TRAN-TYPE
017816             PERFORM 6600-WRITE-EVENT-JOURNAL THRU 6600-EXIT
017817             GO TO 6500-EXIT
017818     END-READ
017819
017820     IF  HEV-EVENT-YEAR  = HON-BIRTH-YEAR
017821     AND HEV-EVENT-MONTH = HON-BIRTH-MONTH
017822     AND HEV-EVENT-DAY   = HON-BIRTH-DAY
017823         GO TO 6500-EXIT
017824     END-IF
017825     MOVE HONOREE-EVENT-REC     TO WS-EVENT-BEFORE-IMAGE
017826     MOVE HON-BIRTH-YEAR        TO HEV-EVENT-YEAR
017827     MOVE HON-BIRTH-MONTH       TO HEV-EVENT-MONTH
017828     MOVE HON-BIRTH-DAY         TO HEV-EVENT-DAY
017829     MOVE HONOREE-EVENT-REC     TO WS-EVENT-AFTER-IMAGE
017830     REWRITE HONOREE-EVENT-REC
017831     MOVE "U"                   TO HEJ-TRAN-TYPE
017832     PERFORM 6600-WRITE-EVENT-JOURNAL THRU 6600-EXIT
017833     .
017834 6500-EXIT.
017835     EXIT.
017836*----------------------------------------------------------------*
017837* 6600-WRITE-EVENT-JOURNAL - WRITE ONE HEVJRNL ROW, STAMPED WITH *
017838*                            THE SAME DATE, TIME AND OPERATOR AS *
017839*                            THE HONJRNL ROW JUST WRITTEN        *
017840*----------------------------------------------------------------*
017841 6600-WRITE-EVENT-JOURNAL.
017842     MOVE WS-JRNL-DATE          TO HEJ-RUN-DATE
017843     MOVE WS-JRNL-TIME          TO HEJ-TIME
017844     MOVE WS-OPERATOR-ID        TO HEJ-OPERATOR-ID
017845     MOVE WS-EVENT-BEFORE-IMAGE TO HEJ-BEFORE-IMAGE
017846     MOVE WS-EVENT-AFTER-IMAGE  TO HEJ-AFTER-IMAGE
017847     WRITE HONOREE-EVENT-JRNL-REC
017848     .
017849 6600-EXIT.
017850     EXIT.
017851*----------------------------------------------------------------*
017900* 9000-TERMINATE - CLOSE THE HONOREE-FILE AND END THE TRANSACTION*
018000*----------------------------------------------------------------*
018100 9000-TERMINATE.
018200     CLOSE HONOREE-FILE
018210     CLOSE HONOREE-JRNL
018220     CLOSE HONOREE-EVENT
018230     CLOSE HONOREE-EVENT-JRNL
018280     CLOSE DEPT-CONTROL
018300     .
018400 9000-EXIT.
018500     EXIT.
