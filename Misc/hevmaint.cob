000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HEVMAINT.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - ONLINE-STYLE MAINTENANCE    *
001200*                  FOR THE HONOREE-EVENT FILE, MODELED ON         *
001300*                  GPMMAINT.  ADDS, UPDATES, AND DELETES THE      *
001400*                  BIRTHDAY, SERVICE AND ANNIVERSARY ROWS OF A    *
001500*                  HONOREE (DATE AND GREETING WORDING), WRITES A  *
001600*                  BEFORE/AFTER CHANGE JOURNAL IN THE HONJRNL     *
001700*                  CONVENTION, AND OFFERS AN INITIALIZE PASS THAT *
001800*                  BUILDS THE MISSING BIRTHDAY ROW OF EVERY       *
001900*                  HONOREE FROM THE BIRTH DATE ON HONOREE-FILE,   *
002000*                  SO EXISTING HONOREES KEEP BEING GREETED AS     *
002100*                  BEFORE ONCE THE GREETING JOB READS EVENTS.     *
002200*================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003000                               ORGANIZATION IS INDEXED
003100                               ACCESS MODE IS DYNAMIC
003200                               RECORD KEY IS HEV-EVENT-KEY
003300                               FILE STATUS IS WS-EVENT-STATUS.
003400
003500     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003600                               ORGANIZATION IS INDEXED
003700                               ACCESS MODE IS DYNAMIC
003800                               RECORD KEY IS HON-ID
003900                               FILE STATUS IS WS-HONOREE-STATUS.
004000
004100     SELECT HONOREE-EVENT-JRNL ASSIGN TO HEVJRNL
004200                               ORGANIZATION IS LINE SEQUENTIAL.
004300*================================================================*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------*
004700* HONOREE-EVENT - MAINTAINED ONLINE BY THIS TRANSACTION          *
004800*----------------------------------------------------------------*
004900 FD  HONOREE-EVENT
005000     RECORDING MODE IS F.
005100     COPY HONEVENT.
005200*----------------------------------------------------------------*
005300* HONOREE-FILE - READ BY KEY TO CONFIRM THE HONOREE OF A NEW     *
005400* EVENT ROW, AND SEQUENTIALLY BY THE INITIALIZE PASS             *
005500*----------------------------------------------------------------*
005600 FD  HONOREE-FILE
005700     RECORDING MODE IS F.
005800     COPY HONOREE.
005900*----------------------------------------------------------------*
006000* HONOREE-EVENT-JRNL - CHANGE JOURNAL, APPENDED FOR EVERY ADD,   *
006100* UPDATE, OR DELETE APPLIED IN THIS SESSION                      *
006200*----------------------------------------------------------------*
006300 FD  HONOREE-EVENT-JRNL
006400     RECORDING MODE IS F.
006500     COPY HEVJRNL.
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------*
006800* FILE STATUS AND CONTROL SWITCHES                                *
006900*----------------------------------------------------------------*
007000 01  WS-EVENT-STATUS            PIC X(02).
007100     88  EVENT-STATUS-OK                VALUE "00".
007200 01  WS-HONOREE-STATUS          PIC X(02).
007300     88  HONOREE-STATUS-OK              VALUE "00".
007400 01  WS-DONE-SWITCH             PIC X(01)  VALUE "N".
007500     88  MAINTENANCE-DONE                VALUE "Y".
007600 01  WS-HONOREE-EOF-SWITCH      PIC X(01)  VALUE "N".
007700     88  HONOREE-EOF                     VALUE "Y".
007800*----------------------------------------------------------------*
007900* SCREEN-STYLE ENTRY FIELDS                                       *
008000*----------------------------------------------------------------*
008100 01  WS-MENU-CHOICE             PIC X(01).
008200 01  WS-ENTRY-HONOREE-ID        PIC X(06).
008300 01  WS-ENTRY-EVENT-TYPE        PIC X(01).
008400     88  ENTRY-EVENT-VALID               VALUE "B" "S" "A".
008500 01  WS-ENTRY-EVENT-YEAR        PIC 9(04).
008600 01  WS-ENTRY-EVENT-MONTH       PIC 9(02).
008700 01  WS-ENTRY-EVENT-DAY         PIC 9(02).
008800 01  WS-ENTRY-TEXT              PIC X(40).
008900 01  WS-ENTRY-DATE-SWITCH       PIC X(01)  VALUE "N".
009000     88  ENTRY-DATE-OK                   VALUE "Y".
009100*----------------------------------------------------------------*
009200* INITIALIZE-PASS COUNTS                                          *
009300*----------------------------------------------------------------*
009400 01  WS-CREATED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
009500 01  WS-PRESENT-COUNT           PIC 9(05)  COMP  VALUE ZERO.
009600*----------------------------------------------------------------*
009700* CHANGE-JOURNAL WORK AREAS - THE OPERATOR ID IS CAPTURED ONCE   *
009800* AT SIGN-ON; THE BEFORE IMAGE IS SAVED AHEAD OF EVERY CHANGE    *
009900*----------------------------------------------------------------*
010000 01  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
010100 01  WS-BEFORE-IMAGE            PIC X(80).
010200 01  WS-AFTER-IMAGE             PIC X(80).
010300 01  WS-JRNL-TODAY              PIC X(21).
010400 01  WS-JRNL-DATE               PIC X(10).
010500 01  WS-JRNL-TIME               PIC X(08).
010600*================================================================*
010700 PROCEDURE DIVISION.
010800*================================================================*
010900* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
011000*================================================================*
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     PERFORM 2000-MENU-TRANSACTION THRU 2000-EXIT
011400         UNTIL MAINTENANCE-DONE
011500     PERFORM 9000-TERMINATE THRU 9000-EXIT
011600     STOP RUN
011700     .
011800*----------------------------------------------------------------*
011900* 1000-INITIALIZE - OPEN HONOREE-EVENT FOR RANDOM MAINTENANCE    *
012000*----------------------------------------------------------------*
012100 1000-INITIALIZE.
012200     OPEN I-O HONOREE-EVENT
012300     IF NOT EVENT-STATUS-OK
012400         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
012500             WS-EVENT-STATUS
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF
012900     OPEN INPUT HONOREE-FILE
013000     IF NOT HONOREE-STATUS-OK
013100         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
013200             WS-HONOREE-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         STOP RUN
013500     END-IF
013600     OPEN EXTEND HONOREE-EVENT-JRNL
013700
013800     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT
013900         UNTIL WS-OPERATOR-ID NOT = SPACES
014000     .
014100 1000-EXIT.
014200     EXIT.
014300*----------------------------------------------------------------*
014400* 1100-GET-OPERATOR-ID - PROMPT FOR THE OPERATOR ID UNTIL ONE IS *
014500*                        GIVEN - A BLANK OPERATOR WOULD LEAVE     *
014600*                        CHANGE-JOURNAL ROWS WITH NO ATTRIBUTION  *
014700*----------------------------------------------------------------*
014800 1100-GET-OPERATOR-ID.
014900     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
015000     ACCEPT WS-OPERATOR-ID
015100     .
015200 1100-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------*
015500* 2000-MENU-TRANSACTION - DISPLAY THE MENU AND DISPATCH ONE      *
015600*                         MAINTENANCE REQUEST                    *
015700*----------------------------------------------------------------*
015800 2000-MENU-TRANSACTION.
015900     DISPLAY " "
016000     DISPLAY "HONOREE-EVENT MAINTENANCE"
016100     DISPLAY "  A - ADD AN EVENT ROW"
016200     DISPLAY "  U - UPDATE AN EVENT ROW"
016300     DISPLAY "  D - DELETE AN EVENT ROW"
016400     DISPLAY "  I - INITIALIZE MISSING BIRTHDAY ROWS"
016500     DISPLAY "  X - EXIT"
016600     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
016700     ACCEPT WS-MENU-CHOICE
016800
016900     INSPECT WS-MENU-CHOICE CONVERTING
017000         "abcdefghijklmnopqrstuvwxyz" TO
017100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
017200
017300     EVALUATE WS-MENU-CHOICE
017400         WHEN "A"
017500             PERFORM 3000-ADD-EVENT-ROW    THRU 3000-EXIT
017600         WHEN "U"
017700             PERFORM 4000-UPDATE-EVENT-ROW THRU 4000-EXIT
017800         WHEN "D"
017900             PERFORM 5000-DELETE-EVENT-ROW THRU 5000-EXIT
018000         WHEN "I"
018100             PERFORM 7000-INITIALIZE-BIRTHDAYS THRU 7000-EXIT
018200         WHEN "X"
018300             MOVE "Y" TO WS-DONE-SWITCH
018400         WHEN OTHER
018500             DISPLAY "INVALID SELECTION - TRY AGAIN"
018600     END-EVALUATE
018700     .
018800 2000-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------*
019100* 2100-GET-EVENT-KEY - PROMPT FOR THE HONOREE ID AND EVENT TYPE  *
019200*                      THAT KEY EVERY MAINTENANCE REQUEST        *
019300*----------------------------------------------------------------*
019400 2100-GET-EVENT-KEY.
019500     DISPLAY "ENTER HONOREE ID.........: " WITH NO ADVANCING
019600     ACCEPT WS-ENTRY-HONOREE-ID
019700     MOVE "?" TO WS-ENTRY-EVENT-TYPE
019800     PERFORM 2200-GET-EVENT-TYPE THRU 2200-EXIT
019900         UNTIL ENTRY-EVENT-VALID
020000     .
020100 2100-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------*
020400* 2200-GET-EVENT-TYPE - PROMPT FOR THE EVENT TYPE AND EDIT THE   *
020500*                       REPLY                                    *
020600*----------------------------------------------------------------*
020700 2200-GET-EVENT-TYPE.
020800     DISPLAY "ENTER EVENT TYPE (B=BIRTHDAY, S=SERVICE, "
020900         "A=ANNIVERSARY): " WITH NO ADVANCING
021000     ACCEPT WS-ENTRY-EVENT-TYPE
021100     INSPECT WS-ENTRY-EVENT-TYPE CONVERTING
021200         "abcdefghijklmnopqrstuvwxyz" TO
021300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
021400     IF NOT ENTRY-EVENT-VALID
021500         DISPLAY "INVALID - ENTER B, S, OR A"
021600     END-IF
021700     .
021800 2200-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------*
022100* 3000-ADD-EVENT-ROW - ADD A NEW EVENT ROW FOR A HONOREE ALREADY *
022200*                      ON HONOREE-FILE                           *
022300*----------------------------------------------------------------*
022400 3000-ADD-EVENT-ROW.
022500     PERFORM 2100-GET-EVENT-KEY THRU 2100-EXIT
022600     MOVE WS-ENTRY-HONOREE-ID   TO HON-ID
022700     READ HONOREE-FILE
022800         INVALID KEY
022900             DISPLAY "HONOREE ID " WS-ENTRY-HONOREE-ID
023000                 " NOT ON HONOREE-FILE - ROW NOT ADDED"
023100             GO TO 3000-EXIT
023200     END-READ
023300
023400     DISPLAY "ENTER EVENT YEAR (CCYY, ZERO = NOT KNOWN)....: "
023500         WITH NO ADVANCING
023600     ACCEPT WS-ENTRY-EVENT-YEAR
023700     MOVE "N" TO WS-ENTRY-DATE-SWITCH
023800     PERFORM 3100-GET-EVENT-DATE THRU 3100-EXIT
023900         UNTIL ENTRY-DATE-OK
024000     DISPLAY "ENTER GREETING WORDING (BLANK = STANDARD)....: "
024100         WITH NO ADVANCING
024200     ACCEPT WS-ENTRY-TEXT
024300
024400     INITIALIZE HONOREE-EVENT-REC
024500     MOVE WS-ENTRY-HONOREE-ID   TO HEV-HONOREE-ID
024600     MOVE WS-ENTRY-EVENT-TYPE   TO HEV-EVENT-TYPE
024700     MOVE WS-ENTRY-EVENT-YEAR   TO HEV-EVENT-YEAR
024800     MOVE WS-ENTRY-EVENT-MONTH  TO HEV-EVENT-MONTH
024900     MOVE WS-ENTRY-EVENT-DAY    TO HEV-EVENT-DAY
025000     MOVE WS-ENTRY-TEXT         TO HEV-GREETING-TEXT
025100
025200     MOVE SPACES                TO WS-BEFORE-IMAGE
025300     MOVE HONOREE-EVENT-REC     TO WS-AFTER-IMAGE
025400     WRITE HONOREE-EVENT-REC
025500         INVALID KEY
025600             DISPLAY "ROW FOR " WS-ENTRY-HONOREE-ID "/"
025700                 WS-ENTRY-EVENT-TYPE " ALREADY EXISTS"
025800         NOT INVALID KEY
025900             MOVE "A" TO HEJ-TRAN-TYPE
026000             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
026100             DISPLAY "ROW " WS-ENTRY-HONOREE-ID "/"
026200                 WS-ENTRY-EVENT-TYPE " ADDED"
026300     END-WRITE
026400     .
026500 3000-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------*
026800* 3100-GET-EVENT-DATE - PROMPT FOR THE EVENT MONTH AND DAY AND   *
026900*                       EDIT THE REPLY, AS HONMAINT EDITS THE    *
027000*                       BIRTH DATE                               *
027100*----------------------------------------------------------------*
027200 3100-GET-EVENT-DATE.
027300     DISPLAY "ENTER EVENT MONTH (MM, ZERO = DEC 9 DEFAULT): "
027400         WITH NO ADVANCING
027500     ACCEPT WS-ENTRY-EVENT-MONTH
027600     DISPLAY "ENTER EVENT DAY (DD, ZERO = DEC 9 DEFAULT)..: "
027700         WITH NO ADVANCING
027800     ACCEPT WS-ENTRY-EVENT-DAY
027900     PERFORM 3150-EDIT-EVENT-DATE THRU 3150-EXIT
028000     IF NOT ENTRY-DATE-OK
028100         DISPLAY "INVALID - ENTER BOTH ZERO OR A REAL MM/DD"
028200     END-IF
028300     .
028400 3100-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------*
028700* 3150-EDIT-EVENT-DATE - BOTH ZERO (DECEMBER 9 DEFAULT) OR A     *
028800*                        PLAUSIBLE CALENDAR MONTH AND DAY        *
028900*----------------------------------------------------------------*
029000 3150-EDIT-EVENT-DATE.
029100     MOVE "Y" TO WS-ENTRY-DATE-SWITCH
029200     IF WS-ENTRY-EVENT-MONTH NOT NUMERIC
029300       OR WS-ENTRY-EVENT-DAY NOT NUMERIC
029400         MOVE "N" TO WS-ENTRY-DATE-SWITCH
029500         GO TO 3150-EXIT
029600     END-IF
029700     IF  WS-ENTRY-EVENT-MONTH = ZERO
029800     AND WS-ENTRY-EVENT-DAY   = ZERO
029900         GO TO 3150-EXIT
030000     END-IF
030100     IF WS-ENTRY-EVENT-MONTH < 01
030200       OR WS-ENTRY-EVENT-MONTH > 12
030300       OR WS-ENTRY-EVENT-DAY < 01
030400       OR WS-ENTRY-EVENT-DAY > 31
030500         MOVE "N" TO WS-ENTRY-DATE-SWITCH
030600     END-IF
030700     .
030800 3150-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------*
031100* 4000-UPDATE-EVENT-ROW - CHANGE THE DATE AND/OR WORDING OF AN   *
031200*                         EXISTING ROW.  AN ASTERISK FOR THE     *
031300*                         WORDING RETURNS THE ROW TO THE         *
031400*                         STANDARD TEXT FOR ITS TYPE.            *
031500*----------------------------------------------------------------*
031600 4000-UPDATE-EVENT-ROW.
031700     PERFORM 2100-GET-EVENT-KEY THRU 2100-EXIT
031800     MOVE WS-ENTRY-HONOREE-ID   TO HEV-HONOREE-ID
031900     MOVE WS-ENTRY-EVENT-TYPE   TO HEV-EVENT-TYPE
032000
032100     READ HONOREE-EVENT
032200         INVALID KEY
032300             DISPLAY "ROW FOR " WS-ENTRY-HONOREE-ID "/"
032400                 WS-ENTRY-EVENT-TYPE " NOT FOUND"
032500             GO TO 4000-EXIT
032600     END-READ
032700
032800     MOVE HONOREE-EVENT-REC     TO WS-BEFORE-IMAGE
032900     DISPLAY "CURRENT DATE: " HEV-EVENT-MONTH "/" HEV-EVENT-DAY
033000         "/" HEV-EVENT-YEAR
033100     DISPLAY "CURRENT TEXT: " HEV-GREETING-TEXT
033200
033300     DISPLAY "ENTER NEW EVENT YEAR (ZERO = NO CHANGE)..: "
033400         WITH NO ADVANCING
033500     ACCEPT WS-ENTRY-EVENT-YEAR
033600     IF WS-ENTRY-EVENT-YEAR NOT = ZERO
033700         MOVE WS-ENTRY-EVENT-YEAR TO HEV-EVENT-YEAR
033800     END-IF
033900
034000     MOVE "N" TO WS-ENTRY-DATE-SWITCH
034100     PERFORM 4100-GET-NEW-EVENT-DATE THRU 4100-EXIT
034200         UNTIL ENTRY-DATE-OK
034300     IF WS-ENTRY-EVENT-MONTH NOT = ZERO
034400         MOVE WS-ENTRY-EVENT-MONTH TO HEV-EVENT-MONTH
034500         MOVE WS-ENTRY-EVENT-DAY   TO HEV-EVENT-DAY
034600     END-IF
034700
034800     DISPLAY "ENTER NEW TEXT (BLANK = NO CHANGE, * = STANDARD): "
034900         WITH NO ADVANCING
035000     ACCEPT WS-ENTRY-TEXT
035100     IF WS-ENTRY-TEXT = "*"
035200         MOVE SPACES            TO HEV-GREETING-TEXT
035300     ELSE
035400         IF WS-ENTRY-TEXT NOT = SPACES
035500             MOVE WS-ENTRY-TEXT TO HEV-GREETING-TEXT
035600         END-IF
035700     END-IF
035800
035900     MOVE HONOREE-EVENT-REC     TO WS-AFTER-IMAGE
036000     REWRITE HONOREE-EVENT-REC
036100     MOVE "U" TO HEJ-TRAN-TYPE
036200     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
036300     DISPLAY "ROW " WS-ENTRY-HONOREE-ID "/"
036400         WS-ENTRY-EVENT-TYPE " UPDATED"
036500     .
036600 4000-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------*
036900* 4100-GET-NEW-EVENT-DATE - PROMPT FOR A REPLACEMENT EVENT       *
037000*                           MONTH/DAY AND EDIT THE REPLY - BOTH  *
037100*                           ZERO MEANS NO CHANGE                 *
037200*----------------------------------------------------------------*
037300 4100-GET-NEW-EVENT-DATE.
037400     DISPLAY "ENTER NEW EVENT MONTH (ZERO = NO CHANGE).: "
037500         WITH NO ADVANCING
037600     ACCEPT WS-ENTRY-EVENT-MONTH
037700     DISPLAY "ENTER NEW EVENT DAY (ZERO = NO CHANGE)...: "
037800         WITH NO ADVANCING
037900     ACCEPT WS-ENTRY-EVENT-DAY
038000     PERFORM 3150-EDIT-EVENT-DATE THRU 3150-EXIT
038100     IF NOT ENTRY-DATE-OK
038200         DISPLAY "INVALID - ENTER BOTH ZERO OR A REAL MM/DD"
038300     END-IF
038400     .
038500 4100-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------*
038800* 5000-DELETE-EVENT-ROW - REMOVE A ROW SO THE EVENT IS NO LONGER *
038900*                         GREETED, FORECAST, OR MONITORED        *
039000*----------------------------------------------------------------*
039100 5000-DELETE-EVENT-ROW.
039200     PERFORM 2100-GET-EVENT-KEY THRU 2100-EXIT
039300     MOVE WS-ENTRY-HONOREE-ID   TO HEV-HONOREE-ID
039400     MOVE WS-ENTRY-EVENT-TYPE   TO HEV-EVENT-TYPE
039500
039600     READ HONOREE-EVENT
039700         INVALID KEY
039800             DISPLAY "ROW FOR " WS-ENTRY-HONOREE-ID "/"
039900                 WS-ENTRY-EVENT-TYPE " NOT FOUND"
040000         NOT INVALID KEY
040100             MOVE HONOREE-EVENT-REC TO WS-BEFORE-IMAGE
040200             MOVE SPACES            TO WS-AFTER-IMAGE
040300             DELETE HONOREE-EVENT RECORD
040400             MOVE "D" TO HEJ-TRAN-TYPE
040500             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
040600             DISPLAY "ROW " WS-ENTRY-HONOREE-ID "/"
040700                 WS-ENTRY-EVENT-TYPE " DELETED"
040800     END-READ
040900     .
041000 5000-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------*
041300* 6000-WRITE-JOURNAL - WRITE ONE CHANGE-JOURNAL ROW.  THE CALLER *
041400*                      SETS HEJ-TRAN-TYPE, WS-BEFORE-IMAGE       *
041500*                      (SPACES FOR AN ADD), AND WS-AFTER-IMAGE   *
041600*                      BEFORE THE WRITE/REWRITE/DELETE, SINCE    *
041700*                      THE RECORD AREA IS UNDEFINED AFTERWARD.   *
041800*----------------------------------------------------------------*
041900 6000-WRITE-JOURNAL.
042000     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
042100     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
042200            "/"                  DELIMITED BY SIZE
042300            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
042400            "/"                  DELIMITED BY SIZE
042500            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
042600       INTO WS-JRNL-DATE
042700     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
042800            ":"                  DELIMITED BY SIZE
042900            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
043000            ":"                  DELIMITED BY SIZE
043100            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
043200       INTO WS-JRNL-TIME
043300
043400     MOVE WS-JRNL-DATE          TO HEJ-RUN-DATE
043500     MOVE WS-JRNL-TIME          TO HEJ-TIME
043600     MOVE WS-OPERATOR-ID        TO HEJ-OPERATOR-ID
043700     MOVE WS-BEFORE-IMAGE       TO HEJ-BEFORE-IMAGE
043800     MOVE WS-AFTER-IMAGE        TO HEJ-AFTER-IMAGE
043900     WRITE HONOREE-EVENT-JRNL-REC
044000     .
044100 6000-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------*
044400* 7000-INITIALIZE-BIRTHDAYS - SCAN HONOREE-FILE AND ADD THE      *
044500*                             BIRTHDAY ROW OF EVERY HONOREE      *
044600*                             THAT HAS NONE, FROM THE BIRTH      *
044700*                             DATE ON HONOREE-FILE.  EXISTING    *
044800*                             ROWS ARE LEFT ALONE, SO THE PASS   *
044900*                             IS SAFE TO REPEAT.                 *
045000*----------------------------------------------------------------*
045100 7000-INITIALIZE-BIRTHDAYS.
045200     MOVE ZERO TO WS-CREATED-COUNT
045300     MOVE ZERO TO WS-PRESENT-COUNT
045400     MOVE "N"  TO WS-HONOREE-EOF-SWITCH
045500     MOVE LOW-VALUES            TO HON-ID
045600     START HONOREE-FILE KEY IS NOT LESS THAN HON-ID
045700         INVALID KEY
045800             MOVE "Y"           TO WS-HONOREE-EOF-SWITCH
045900     END-START
046000
046100     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
046200     PERFORM 7200-CHECK-ONE    THRU 7200-EXIT
046300         UNTIL HONOREE-EOF
046400
046500     DISPLAY "INITIALIZE DONE - "
046600         WS-CREATED-COUNT " BIRTHDAY ROWS ADDED, "
046700         WS-PRESENT-COUNT " ALREADY PRESENT"
046800     .
046900 7000-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------*
047200* 7100-READ-HONOREE - READ THE NEXT HONOREE-FILE RECORD          *
047300*----------------------------------------------------------------*
047400 7100-READ-HONOREE.
047500     IF HONOREE-EOF
047600         GO TO 7100-EXIT
047700     END-IF
047800     READ HONOREE-FILE NEXT RECORD
047900         AT END
048000             MOVE "Y" TO WS-HONOREE-EOF-SWITCH
048100     END-READ
048200     .
048300 7100-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------*
048600* 7200-CHECK-ONE - ADD THE BIRTHDAY ROW FOR ONE HONOREE WHEN IT  *
048700*                  IS MISSING                                    *
048800*----------------------------------------------------------------*
048900 7200-CHECK-ONE.
049000     MOVE HON-ID                TO HEV-HONOREE-ID
049100     MOVE "B"                   TO HEV-EVENT-TYPE
049200     READ HONOREE-EVENT
049300         INVALID KEY
049400             CONTINUE
049500         NOT INVALID KEY
049600             ADD 1 TO WS-PRESENT-COUNT
049700             GO TO 7200-NEXT
049800     END-READ
049900
050000     INITIALIZE HONOREE-EVENT-REC
050100     MOVE HON-ID                TO HEV-HONOREE-ID
050200     MOVE "B"                   TO HEV-EVENT-TYPE
050300     MOVE HON-BIRTH-YEAR        TO HEV-EVENT-YEAR
050400     MOVE HON-BIRTH-MONTH       TO HEV-EVENT-MONTH
050500     MOVE HON-BIRTH-DAY         TO HEV-EVENT-DAY
050600     MOVE SPACES                TO HEV-GREETING-TEXT
050700
050800     MOVE SPACES                TO WS-BEFORE-IMAGE
050900     MOVE HONOREE-EVENT-REC     TO WS-AFTER-IMAGE
051000     WRITE HONOREE-EVENT-REC
051100         INVALID KEY
051200             DISPLAY "UNABLE TO ADD BIRTHDAY ROW FOR " HON-ID
051300                 " - FILE STATUS = " WS-EVENT-STATUS
051400         NOT INVALID KEY
051500             ADD 1 TO WS-CREATED-COUNT
051600             MOVE "A" TO HEJ-TRAN-TYPE
051700             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
051800     END-WRITE
051900     .
052000 7200-NEXT.
052100     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
052200     .
052300 7200-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------*
052600* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
052700*----------------------------------------------------------------*
052800 9000-TERMINATE.
052900     CLOSE HONOREE-EVENT
053000     CLOSE HONOREE-FILE
053100     CLOSE HONOREE-EVENT-JRNL
053200     .
053300 9000-EXIT.
053400     EXIT.
053500*================================================================*
