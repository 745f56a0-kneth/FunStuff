000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HONINQ.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - ONLINE-STYLE HONOREE        *
001200*                  HISTORY INQUIRY FOR THE HELP DESK.  KEYED BY   *
001300*                  HONOREE ID, WITH A NAME SEARCH TO FIND THE ID, *
001400*                  IT SHOWS THE CURRENT HONOREE-REC, EVERY        *
001500*                  GREETING ON GREET-AUDIT AND THE GAUDARCH       *
001600*                  ARCHIVE (DAY-OF OR EARLY, EXTRACT COUNT) WITH  *
001700*                  THE GATEWAY DISPOSITION AND REASON OF EACH     *
001800*                  MESSAGE SENT THAT DAY, AND THE HONJRNL CHANGE  *
001900*                  HISTORY WITH OPERATOR, TIMESTAMP AND THE       *
002000*                  FIELDS CHANGED.  READ-ONLY - EVERY FILE IS     *
002100*                  OPENED INPUT, SO NO MAINTENANCE AUTHORITY IS   *
002200*                  NEEDED.                                        *
002300*================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003100                               ORGANIZATION IS INDEXED
003200                               ACCESS MODE IS DYNAMIC
003300                               RECORD KEY IS HON-ID
003400                               FILE STATUS IS WS-HONOREE-STATUS.
003500
003600     SELECT GREET-AUDIT        ASSIGN TO GREETAUD
003700                               ORGANIZATION IS LINE SEQUENTIAL
003800                               FILE STATUS IS WS-AUDIT-STATUS.
003900
004000     SELECT AUDIT-ARCHIVE      ASSIGN TO GAUDARCV
004100                               ORGANIZATION IS LINE SEQUENTIAL
004200                               FILE STATUS IS WS-ARCHIVE-STATUS.
004300
004400     SELECT GATEWAY-RETURN-FILE ASSIGN TO GATERTN
004500                               ORGANIZATION IS LINE SEQUENTIAL
004600                               FILE STATUS IS WS-GATEWAY-STATUS.
004700
004800     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
004900                               ORGANIZATION IS LINE SEQUENTIAL
005000                               FILE STATUS IS WS-JRNL-STATUS.
005100*================================================================*
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------*
005500* HONOREE-FILE - READ BY KEY FOR AN INQUIRY AND BROWSED FOR A    *
005600* NAME SEARCH                                                    *
005700*----------------------------------------------------------------*
005800 FD  HONOREE-FILE
005900     RECORDING MODE IS F.
006000     COPY HONOREE.
006100*----------------------------------------------------------------*
006200* GREET-AUDIT - THE LIVE AUDIT TRAIL APPENDED BY EVERY GREETING  *
006300* RUN                                                            *
006400*----------------------------------------------------------------*
006500 FD  GREET-AUDIT
006600     RECORDING MODE IS F.
006700     COPY GREETAUD.
006800*----------------------------------------------------------------*
006900* AUDIT-ARCHIVE - THE GAUDARCH ARCHIVE (A HEADER ROW, THEN AUDIT *
007000* ROWS OLDER THAN THE RETENTION PERIOD).  OPTIONAL               *
007100*----------------------------------------------------------------*
007200 FD  AUDIT-ARCHIVE
007300     RECORDING MODE IS F.
007400 01  AUDIT-ARCHIVE-REC          PIC X(69).
007500*----------------------------------------------------------------*
007600* GATEWAY-RETURN-FILE - DISPOSITION OF EACH MESSAGE THE MAIL     *
007700* GATEWAY WAS HANDED.  OPTIONAL                                  *
007800*----------------------------------------------------------------*
007900 FD  GATEWAY-RETURN-FILE
008000     RECORDING MODE IS F.
008100     COPY GATERTN.
008200*----------------------------------------------------------------*
008300* HONOREE-JRNL - CHANGE JOURNAL OF HONOREE-FILE.  OPTIONAL       *
008400*----------------------------------------------------------------*
008500 FD  HONOREE-JRNL
008600     RECORDING MODE IS F.
008700     COPY HONJRNL.
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------*
009000* FILE STATUS AND CONTROL SWITCHES - A SEQUENTIAL FILE NOT       *
009100* SUPPLIED (STATUS 35) IS REPORTED AND ITS SECTION SKIPPED       *
009200*----------------------------------------------------------------*
009300 01  WS-HONOREE-STATUS          PIC X(02).
009400     88  HONOREE-STATUS-OK              VALUE "00".
009500 01  WS-AUDIT-STATUS            PIC X(02).
009600     88  AUDIT-STATUS-OK                VALUE "00".
009700     88  AUDIT-NOT-SUPPLIED             VALUE "35".
009800 01  WS-ARCHIVE-STATUS          PIC X(02).
009900     88  ARCHIVE-STATUS-OK              VALUE "00".
010000     88  ARCHIVE-NOT-SUPPLIED           VALUE "35".
010100 01  WS-GATEWAY-STATUS          PIC X(02).
010200     88  GATEWAY-STATUS-OK              VALUE "00".
010300     88  GATEWAY-NOT-SUPPLIED           VALUE "35".
010400 01  WS-JRNL-STATUS             PIC X(02).
010500     88  JRNL-STATUS-OK                 VALUE "00".
010600     88  JRNL-NOT-SUPPLIED              VALUE "35".
010700 01  WS-DONE-SWITCH             PIC X(01)  VALUE "N".
010800     88  INQUIRY-DONE                    VALUE "Y".
010900 01  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
011000     88  INPUT-EOF                       VALUE "Y".
011100 01  WS-HONOREE-EOF-SWITCH      PIC X(01)  VALUE "N".
011200     88  HONOREE-EOF                     VALUE "Y".
011300*----------------------------------------------------------------*
011400* SCREEN-STYLE ENTRY FIELDS                                      *
011500*----------------------------------------------------------------*
011600 01  WS-MENU-CHOICE             PIC X(01).
011700 01  WS-ENTRY-ID                PIC X(06).
011800 01  WS-ENTRY-NAME              PIC X(30).
011900*----------------------------------------------------------------*
012000* NAME SEARCH WORK AREAS - THE ENTRY IS MATCHED ANYWHERE IN THE  *
012100* NAME, IGNORING CASE.  THE LIST STOPS AT WS-MAX-MATCHES         *
012200*----------------------------------------------------------------*
012300 01  WS-SEARCH-LEN              PIC 9(02)  COMP.
012400 01  WS-NAME-UPPER              PIC X(30).
012500 01  WS-NAME-TALLY              PIC 9(04)  COMP.
012600 01  WS-MATCH-COUNT             PIC 9(05)  COMP.
012700 01  WS-MAX-MATCHES             PIC 9(05)  COMP  VALUE 50.
012800*----------------------------------------------------------------*
012900* DELIVERY TABLE - THE HONOREE'S GATEWAY RETURN ROWS, SHOWN      *
013000* UNDER THE GREETING OF THE SAME RUN DATE.  ROWS LEFT UNSHOWN    *
013100* ARE LISTED AFTER THE GREETINGS                                 *
013200*----------------------------------------------------------------*
013300 01  WS-DELIVERY-TABLE.
013400     05  WS-DELIVERY-ENTRY      OCCURS 200 TIMES.
013500         10  DLV-RUN-DATE       PIC X(10).
013600         10  DLV-MSG-TYPE       PIC X(01).
013700         10  DLV-DISPOSITION    PIC X(01).
013800         10  DLV-REASON         PIC X(20).
013900         10  DLV-SHOWN-SWITCH   PIC X(01).
014000             88  DLV-SHOWN              VALUE "Y".
014100 01  WS-DELIVERY-MAX            PIC 9(04)  COMP  VALUE 200.
014200 01  WS-DELIVERY-COUNT          PIC 9(04)  COMP.
014300 01  WS-DELIVERY-OVERFLOW       PIC 9(05)  COMP.
014400 01  WS-DLV-IX                  PIC 9(04)  COMP.
014500 01  WS-UNSHOWN-COUNT           PIC 9(04)  COMP.
014600*----------------------------------------------------------------*
014700* GREETING ROW - GREET-AUDIT AND ARCHIVE ROWS ARE READ INTO THIS *
014800* VIEW OF THE GREETAUD LAYOUT                                    *
014900*----------------------------------------------------------------*
015000 01  WS-AUDIT-ROW.
015100     05  AUR-RUN-DATE           PIC X(10).
015200     05  FILLER                 PIC X(02).
015300     05  AUR-HONOREE-ID         PIC X(06).
015400     05  FILLER                 PIC X(02).
015500     05  AUR-YEAR               PIC 9(04).
015600     05  FILLER                 PIC X(02).
015700     05  AUR-RETURN-CODE        PIC 9(04).
015800     05  FILLER                 PIC X(02).
015900     05  AUR-GREET-TYPE         PIC X(01).
016000         88  AUR-GREETED-DAY-OF         VALUE "D".
016100         88  AUR-GREETED-EARLY          VALUE "E".
016200     05  FILLER                 PIC X(02).
016300     05  AUR-DUE-DATE           PIC X(10).
016400     05  FILLER                 PIC X(02).
016500     05  AUR-EXTRACT-COUNT      PIC 9(02).
016600     05  FILLER                 PIC X(02).
016700     05  AUR-EVENT-TYPE         PIC X(01).
016800         88  AUR-EVENT-BIRTHDAY         VALUE "B" " ".
016900         88  AUR-EVENT-SERVICE          VALUE "S".
017000         88  AUR-EVENT-ANNIVERSARY      VALUE "A".
017100     05  FILLER                 PIC X(17).
017200 01  WS-GREETING-COUNT          PIC 9(05)  COMP.
017300*----------------------------------------------------------------*
017400* CHANGE HISTORY - BEFORE AND AFTER VIEWS OF THE JOURNAL IMAGES, *
017500* FIELD FOR FIELD AS HONOREE-REC                                 *
017600*----------------------------------------------------------------*
017700 01  WS-BEFORE-VIEW.
017800     05  BFR-ID                 PIC X(06).
017900     05  BFR-NAME               PIC X(30).
018000     05  BFR-BIRTH-DATE.
018100         10  BFR-BIRTH-YEAR     PIC 9(04).
018200         10  BFR-BIRTH-MONTH    PIC 9(02).
018300         10  BFR-BIRTH-DAY      PIC 9(02).
018400     05  BFR-ACTIVE-FLAG        PIC X(01).
018500     05  BFR-TYPE               PIC X(01).
018600     05  BFR-LANG-CODE          PIC X(02).
018700     05  BFR-EMAIL-ADDR         PIC X(40).
018800     05  BFR-GREET-PREF         PIC X(01).
018900     05  BFR-DEPT-CODE          PIC X(03).
019000 01  WS-AFTER-VIEW.
019100     05  AFT-ID                 PIC X(06).
019200     05  AFT-NAME               PIC X(30).
019300     05  AFT-BIRTH-DATE.
019400         10  AFT-BIRTH-YEAR     PIC 9(04).
019500         10  AFT-BIRTH-MONTH    PIC 9(02).
019600         10  AFT-BIRTH-DAY      PIC 9(02).
019700     05  AFT-ACTIVE-FLAG        PIC X(01).
019800     05  AFT-TYPE               PIC X(01).
019900     05  AFT-LANG-CODE          PIC X(02).
020000     05  AFT-EMAIL-ADDR         PIC X(40).
020100     05  AFT-GREET-PREF         PIC X(01).
020200     05  AFT-DEPT-CODE          PIC X(03).
020300 01  WS-CHANGE-COUNT            PIC 9(05)  COMP.
020400*----------------------------------------------------------------*
020500* DISPLAY LINE WORK AREAS                                        *
020600*----------------------------------------------------------------*
020700 01  WS-NEW-VALUE               PIC X(40).
020800 01  WS-EVENT-DESC              PIC X(11).
020900 01  WS-GREET-DESC              PIC X(06).
021000 01  WS-MSG-DESC                PIC X(08).
021100 01  WS-DISP-DESC               PIC X(11).
021200 01  WS-TRAN-DESC               PIC X(11).
021300 01  WS-SOURCE-DESC             PIC X(07).
021400 01  WS-GREETING-LINE.
021500     05  FILLER                 PIC X(02)  VALUE SPACES.
021600     05  GRL-SOURCE             PIC X(07).
021700     05  FILLER                 PIC X(05)  VALUE " RUN ".
021800     05  GRL-RUN-DATE           PIC X(10).
021900     05  FILLER                 PIC X(01)  VALUE SPACES.
022000     05  GRL-EVENT              PIC X(11).
022100     05  FILLER                 PIC X(05)  VALUE " YR ".
022200     05  GRL-YEAR               PIC ZZZ9.
022300     05  FILLER                 PIC X(05)  VALUE " DUE ".
022400     05  GRL-DUE-DATE           PIC X(10).
022500     05  FILLER                 PIC X(01)  VALUE SPACES.
022600     05  GRL-GREET-TYPE         PIC X(06).
022700     05  FILLER                 PIC X(06)  VALUE " SENT ".
022800     05  GRL-EXTRACT-COUNT      PIC Z9.
022900 01  WS-DELIVERY-LINE.
023000     05  FILLER                 PIC X(06)  VALUE SPACES.
023100     05  DVL-RUN-DATE           PIC X(10).
023200     05  FILLER                 PIC X(01)  VALUE SPACES.
023300     05  DVL-MSG-TYPE           PIC X(08).
023400     05  FILLER                 PIC X(01)  VALUE SPACES.
023500     05  DVL-DISPOSITION        PIC X(11).
023600     05  FILLER                 PIC X(01)  VALUE SPACES.
023700     05  DVL-REASON             PIC X(20).
023800 01  WS-JOURNAL-LINE.
023900     05  FILLER                 PIC X(02)  VALUE SPACES.
024000     05  JNL-RUN-DATE           PIC X(10).
024100     05  FILLER                 PIC X(01)  VALUE SPACES.
024200     05  JNL-TIME               PIC X(08).
024300     05  FILLER                 PIC X(04)  VALUE " BY ".
024400     05  JNL-OPERATOR-ID        PIC X(08).
024500     05  FILLER                 PIC X(01)  VALUE SPACES.
024600     05  JNL-TRAN-DESC          PIC X(11).
024700 01  WS-CHANGE-LINE.
024800     05  FILLER                 PIC X(06)  VALUE SPACES.
024900     05  CHG-LABEL              PIC X(14).
025000     05  CHG-WAS-NOW            PIC X(06).
025100     05  CHG-VALUE              PIC X(40).
025200*================================================================*
025300 PROCEDURE DIVISION.
025400*================================================================*
025500* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
025600*================================================================*
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025900     PERFORM 2000-MENU-TRANSACTION THRU 2000-EXIT
026000         UNTIL INQUIRY-DONE
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT
026200     STOP RUN
026300     .
026400*----------------------------------------------------------------*
026500* 1000-INITIALIZE - OPEN HONOREE-FILE FOR INQUIRY ONLY.  THE     *
026600*                   SEQUENTIAL HISTORY FILES ARE OPENED AND      *
026700*                   CLOSED BY EACH INQUIRY SO EVERY ONE READS    *
026800*                   THEM FROM THE START                          *
026900*----------------------------------------------------------------*
027000 1000-INITIALIZE.
027100     OPEN INPUT HONOREE-FILE
027200     IF NOT HONOREE-STATUS-OK
027300         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
027400             WS-HONOREE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF
027800     .
027900 1000-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------*
028200* 2000-MENU-TRANSACTION - DISPLAY THE MENU AND DISPATCH ONE      *
028300*                         INQUIRY                                *
028400*----------------------------------------------------------------*
028500 2000-MENU-TRANSACTION.
028600     DISPLAY " "
028700     DISPLAY "HONOREE HISTORY INQUIRY"
028800     DISPLAY "  I - INQUIRE BY HONOREE ID"
028900     DISPLAY "  N - SEARCH BY NAME"
029000     DISPLAY "  X - EXIT"
029100     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
029200     ACCEPT WS-MENU-CHOICE
029300
029400     INSPECT WS-MENU-CHOICE CONVERTING
029500         "abcdefghijklmnopqrstuvwxyz" TO
029600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
029700
029800     EVALUATE WS-MENU-CHOICE
029900         WHEN "I"
030000             PERFORM 3000-INQUIRE-BY-ID     THRU 3000-EXIT
030100         WHEN "N"
030200             PERFORM 7000-SEARCH-BY-NAME    THRU 7000-EXIT
030300         WHEN "X"
030400             MOVE "Y" TO WS-DONE-SWITCH
030500         WHEN OTHER
030600             DISPLAY "INVALID SELECTION - TRY AGAIN"
030700     END-EVALUATE
030800     .
030900 2000-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------*
031200* 3000-INQUIRE-BY-ID - SHOW ONE HONOREE'S RECORD, GREETINGS WITH *
031300*                      THEIR DELIVERIES, AND CHANGE HISTORY      *
031400*----------------------------------------------------------------*
031500 3000-INQUIRE-BY-ID.
031600     DISPLAY "ENTER HONOREE ID.........: " WITH NO ADVANCING
031700     ACCEPT WS-ENTRY-ID
031800     IF WS-ENTRY-ID = SPACES
031900         GO TO 3000-EXIT
032000     END-IF
032100     MOVE WS-ENTRY-ID           TO HON-ID
032200     READ HONOREE-FILE
032300         INVALID KEY
032400             DISPLAY "HONOREE ID " WS-ENTRY-ID " NOT ON FILE"
032500             GO TO 3000-EXIT
032600     END-READ
032700
032800     PERFORM 3100-SHOW-HONOREE    THRU 3100-EXIT
032900     PERFORM 4000-LOAD-DELIVERIES THRU 4000-EXIT
033000     PERFORM 5000-SHOW-GREETINGS  THRU 5000-EXIT
033100     PERFORM 6000-SHOW-CHANGES    THRU 6000-EXIT
033200     .
033300 3000-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------*
033600* 3100-SHOW-HONOREE - DISPLAY THE CURRENT HONOREE-REC            *
033700*----------------------------------------------------------------*
033800 3100-SHOW-HONOREE.
033900     DISPLAY " "
034000     DISPLAY "HONOREE ID.....: " HON-ID "   " HON-NAME
034100     IF HON-ACTIVE
034200         DISPLAY "STATUS.........: ACTIVE"
034300     ELSE
034400         DISPLAY "STATUS.........: INACTIVE"
034500     END-IF
034600     IF HON-TYPE-HISTORICAL
034700         DISPLAY "TYPE...........: HISTORICAL"
034800     ELSE
034900         DISPLAY "TYPE...........: EMPLOYEE"
035000     END-IF
035100     DISPLAY "BIRTH DATE.....: " HON-BIRTH-MONTH "/" HON-BIRTH-DAY
035200         "/" HON-BIRTH-YEAR
035300     IF HON-LANG-CODE = SPACES
035400         DISPLAY "LANGUAGE.......: SHOP DEFAULT"
035500     ELSE
035600         DISPLAY "LANGUAGE.......: " HON-LANG-CODE
035700     END-IF
035800     IF HON-EMAIL-ADDR = SPACES
035900         DISPLAY "EMAIL ADDRESS..: NONE - NO PERSONAL MAIL"
036000     ELSE
036100         DISPLAY "EMAIL ADDRESS..: " HON-EMAIL-ADDR
036200     END-IF
036300     IF HON-GREET-OPT-OUT
036400         DISPLAY "GREETINGS......: OPTED OUT"
036500     ELSE
036600         DISPLAY "GREETINGS......: WANTED"
036700     END-IF
036800     IF HON-DEPT-CODE = SPACES
036900         DISPLAY "DEPARTMENT.....: NONE"
037000     ELSE
037100         DISPLAY "DEPARTMENT.....: " HON-DEPT-CODE
037200     END-IF
037300     .
037400 3100-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------*
037700* 4000-LOAD-DELIVERIES - TABLE THE HONOREE'S GATEWAY RETURN ROWS *
037800*----------------------------------------------------------------*
037900 4000-LOAD-DELIVERIES.
038000     MOVE ZERO TO WS-DELIVERY-COUNT
038100     MOVE ZERO TO WS-DELIVERY-OVERFLOW
038200     OPEN INPUT GATEWAY-RETURN-FILE
038300     IF GATEWAY-NOT-SUPPLIED
038400         DISPLAY "GATEWAY RETURN DATA NOT AVAILABLE - "
038500             "NO DELIVERY DETAIL SHOWN"
038600         GO TO 4000-EXIT
038700     END-IF
038800     IF NOT GATEWAY-STATUS-OK
038900         DISPLAY "UNABLE TO OPEN GATEWAY-RETURN-FILE - "
039000             "FILE STATUS = " WS-GATEWAY-STATUS
039100         GO TO 4000-EXIT
039200     END-IF
039300
039400     MOVE "N" TO WS-EOF-SWITCH
039500     PERFORM 4050-READ-GATEWAY THRU 4050-EXIT
039600     PERFORM 4100-KEEP-DELIVERY THRU 4100-EXIT
039700         UNTIL INPUT-EOF
039800     CLOSE GATEWAY-RETURN-FILE
039900     .
040000 4000-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------*
040300* 4050-READ-GATEWAY - READ THE NEXT GATEWAY RETURN ROW           *
040400*----------------------------------------------------------------*
040500 4050-READ-GATEWAY.
040600     READ GATEWAY-RETURN-FILE
040700         AT END
040800             MOVE "Y" TO WS-EOF-SWITCH
040900     END-READ
041000     .
041100 4050-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------*
041400* 4100-KEEP-DELIVERY - TABLE ONE ROW OF THIS HONOREE'S           *
041500*----------------------------------------------------------------*
041600 4100-KEEP-DELIVERY.
041700     IF GRT-HONOREE-ID NOT = HON-ID
041800         GO TO 4100-NEXT
041900     END-IF
042000     IF WS-DELIVERY-COUNT NOT < WS-DELIVERY-MAX
042100         ADD 1 TO WS-DELIVERY-OVERFLOW
042200         GO TO 4100-NEXT
042300     END-IF
042400     ADD 1 TO WS-DELIVERY-COUNT
042500     MOVE GRT-RUN-DATE    TO DLV-RUN-DATE (WS-DELIVERY-COUNT)
042600     MOVE GRT-MSG-TYPE    TO DLV-MSG-TYPE (WS-DELIVERY-COUNT)
042700     MOVE GRT-DISPOSITION TO DLV-DISPOSITION (WS-DELIVERY-COUNT)
042800     MOVE GRT-REASON      TO DLV-REASON (WS-DELIVERY-COUNT)
042900     MOVE "N"             TO DLV-SHOWN-SWITCH (WS-DELIVERY-COUNT)
043000     .
043100 4100-NEXT.
043200     PERFORM 4050-READ-GATEWAY THRU 4050-EXIT
043300     .
043400 4100-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------*
043700* 5000-SHOW-GREETINGS - LIST THE HONOREE'S GREETINGS, ARCHIVED   *
043800*                       YEARS FIRST, THEN ANY DELIVERY ROWS NO   *
043900*                       GREETING ROW ACCOUNTS FOR                *
044000*----------------------------------------------------------------*
044100 5000-SHOW-GREETINGS.
044200     MOVE ZERO TO WS-GREETING-COUNT
044300     DISPLAY " "
044400     DISPLAY "GREETINGS AND DELIVERIES"
044500
044600     OPEN INPUT AUDIT-ARCHIVE
044700     IF ARCHIVE-NOT-SUPPLIED
044800         DISPLAY "  GREETING ARCHIVE NOT AVAILABLE - "
044900             "ARCHIVED YEARS NOT SHOWN"
045000     ELSE
045100         IF NOT ARCHIVE-STATUS-OK
045200             DISPLAY "UNABLE TO OPEN AUDIT-ARCHIVE - "
045300                 "FILE STATUS = " WS-ARCHIVE-STATUS
045400         ELSE
045500             MOVE "ARCHIVE"     TO WS-SOURCE-DESC
045600             MOVE "N"           TO WS-EOF-SWITCH
045700             PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT
045800             PERFORM 5300-SHOW-GREETING THRU 5300-EXIT
045900                 UNTIL INPUT-EOF
046000             CLOSE AUDIT-ARCHIVE
046100         END-IF
046200     END-IF
046300
046400     OPEN INPUT GREET-AUDIT
046500     IF AUDIT-NOT-SUPPLIED
046600         DISPLAY "  GREETING AUDIT TRAIL NOT AVAILABLE"
046700     ELSE
046800         IF NOT AUDIT-STATUS-OK
046900             DISPLAY "UNABLE TO OPEN GREET-AUDIT - FILE STATUS = "
047000                 WS-AUDIT-STATUS
047100         ELSE
047200             MOVE "AUDIT"       TO WS-SOURCE-DESC
047300             MOVE "N"           TO WS-EOF-SWITCH
047400             PERFORM 5200-READ-AUDIT THRU 5200-EXIT
047500             PERFORM 5300-SHOW-GREETING THRU 5300-EXIT
047600                 UNTIL INPUT-EOF
047700             CLOSE GREET-AUDIT
047800         END-IF
047900     END-IF
048000
048100     DISPLAY "  " WS-GREETING-COUNT " GREETING ROWS"
048200     PERFORM 5500-SHOW-UNMATCHED THRU 5500-EXIT
048300     .
048400 5000-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------*
048700* 5100-READ-ARCHIVE - READ THE NEXT ARCHIVE ROW                  *
048800*----------------------------------------------------------------*
048900 5100-READ-ARCHIVE.
049000     READ AUDIT-ARCHIVE INTO WS-AUDIT-ROW
049100         AT END
049200             MOVE "Y" TO WS-EOF-SWITCH
049300     END-READ
049400     .
049500 5100-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------*
049800* 5200-READ-AUDIT - READ THE NEXT GREET-AUDIT ROW                *
049900*----------------------------------------------------------------*
050000 5200-READ-AUDIT.
050100     READ GREET-AUDIT INTO WS-AUDIT-ROW
050200         AT END
050300             MOVE "Y" TO WS-EOF-SWITCH
050400     END-READ
050500     .
050600 5200-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------*
050900* 5300-SHOW-GREETING - DISPLAY ONE OF THE HONOREE'S GREETING     *
051000*                      ROWS AND THE DELIVERIES OF ITS RUN DATE,  *
051100*                      THEN READ THE NEXT ROW OF THE SAME FILE.  *
051200*                      THE ARCHIVE HEADER ROW IS PASSED OVER     *
051300*----------------------------------------------------------------*
051400 5300-SHOW-GREETING.
051500     IF AUR-HONOREE-ID NOT = HON-ID
051600       OR WS-AUDIT-ROW (1:18) = "ARCHIVED ON DATE: "
051700         GO TO 5300-NEXT
051800     END-IF
051900     ADD 1 TO WS-GREETING-COUNT
052000
052100     EVALUATE TRUE
052200         WHEN AUR-EVENT-SERVICE
052300             MOVE "SERVICE"     TO WS-EVENT-DESC
052400         WHEN AUR-EVENT-ANNIVERSARY
052500             MOVE "ANNIVERSARY" TO WS-EVENT-DESC
052600         WHEN OTHER
052700             MOVE "BIRTHDAY"    TO WS-EVENT-DESC
052800     END-EVALUATE
052900     IF AUR-GREETED-EARLY
053000         MOVE "EARLY"           TO WS-GREET-DESC
053100     ELSE
053200         MOVE "DAY-OF"          TO WS-GREET-DESC
053300     END-IF
053400     MOVE WS-SOURCE-DESC        TO GRL-SOURCE
053500     MOVE AUR-RUN-DATE          TO GRL-RUN-DATE
053600     MOVE WS-EVENT-DESC         TO GRL-EVENT
053700     MOVE AUR-YEAR              TO GRL-YEAR
053800     MOVE AUR-DUE-DATE          TO GRL-DUE-DATE
053900     MOVE WS-GREET-DESC         TO GRL-GREET-TYPE
054000     MOVE AUR-EXTRACT-COUNT     TO GRL-EXTRACT-COUNT
054100     DISPLAY WS-GREETING-LINE
054200
054300     PERFORM 5400-SHOW-DELIVERY THRU 5400-EXIT
054400         VARYING WS-DLV-IX FROM 1 BY 1
054500         UNTIL WS-DLV-IX > WS-DELIVERY-COUNT
054600     .
054700 5300-NEXT.
054800     IF WS-SOURCE-DESC = "ARCHIVE"
054900         PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT
055000     ELSE
055100         PERFORM 5200-READ-AUDIT   THRU 5200-EXIT
055200     END-IF
055300     .
055400 5300-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------*
055700* 5400-SHOW-DELIVERY - DISPLAY ONE TABLED DELIVERY WHEN IT       *
055800*                      BELONGS TO THE GREETING JUST SHOWN AND    *
055900*                      HAS NOT BEEN SHOWN UNDER AN EARLIER ONE   *
056000*----------------------------------------------------------------*
056100 5400-SHOW-DELIVERY.
056200     IF DLV-SHOWN (WS-DLV-IX)
056300       OR DLV-RUN-DATE (WS-DLV-IX) NOT = AUR-RUN-DATE
056400         GO TO 5400-EXIT
056500     END-IF
056600     PERFORM 5450-DISPLAY-DELIVERY THRU 5450-EXIT
056700     .
056800 5400-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------*
057100* 5450-DISPLAY-DELIVERY - FORMAT AND DISPLAY ONE DELIVERY ROW    *
057200*----------------------------------------------------------------*
057300 5450-DISPLAY-DELIVERY.
057400     MOVE "Y"                   TO DLV-SHOWN-SWITCH (WS-DLV-IX)
057500     EVALUATE DLV-MSG-TYPE (WS-DLV-IX)
057600         WHEN "L"
057700             MOVE "LIST"        TO WS-MSG-DESC
057800         WHEN "P"
057900             MOVE "PERSONAL"    TO WS-MSG-DESC
058000         WHEN OTHER
058100             MOVE "MESSAGE"     TO WS-MSG-DESC
058200     END-EVALUATE
058300     EVALUATE DLV-DISPOSITION (WS-DLV-IX)
058400         WHEN "D"
058500             MOVE "DELIVERED"   TO WS-DISP-DESC
058600         WHEN "B"
058700             MOVE "HARD BOUNCE" TO WS-DISP-DESC
058800         WHEN "F"
058900             MOVE "FAILED"      TO WS-DISP-DESC
059000         WHEN OTHER
059100             MOVE SPACES        TO WS-DISP-DESC
059200             STRING "CODE "     DELIMITED BY SIZE
059300                    DLV-DISPOSITION (WS-DLV-IX)
059400                                DELIMITED BY SIZE
059500               INTO WS-DISP-DESC
059600     END-EVALUATE
059700     MOVE DLV-RUN-DATE (WS-DLV-IX) TO DVL-RUN-DATE
059800     MOVE WS-MSG-DESC           TO DVL-MSG-TYPE
059900     MOVE WS-DISP-DESC          TO DVL-DISPOSITION
060000     MOVE DLV-REASON (WS-DLV-IX) TO DVL-REASON
060100     DISPLAY WS-DELIVERY-LINE
060200     .
060300 5450-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------*
060600* 5500-SHOW-UNMATCHED - LIST DELIVERIES WITH NO GREETING ROW     *
060700*                       ON THE FILES READ (FOR EXAMPLE AN        *
060800*                       ARCHIVE NOT SUPPLIED) AND COUNT ANY      *
060900*                       ROWS THE TABLE COULD NOT HOLD            *
061000*----------------------------------------------------------------*
061100 5500-SHOW-UNMATCHED.
061200     MOVE ZERO TO WS-UNSHOWN-COUNT
061300     PERFORM 5550-COUNT-UNSHOWN THRU 5550-EXIT
061400         VARYING WS-DLV-IX FROM 1 BY 1
061500         UNTIL WS-DLV-IX > WS-DELIVERY-COUNT
061600     IF WS-UNSHOWN-COUNT > ZERO
061700         DISPLAY "  DELIVERIES WITH NO GREETING ROW ON FILE:"
061800         PERFORM 5600-SHOW-UNSHOWN THRU 5600-EXIT
061900             VARYING WS-DLV-IX FROM 1 BY 1
062000             UNTIL WS-DLV-IX > WS-DELIVERY-COUNT
062100     END-IF
062200     IF WS-DELIVERY-OVERFLOW > ZERO
062300         DISPLAY "  " WS-DELIVERY-OVERFLOW
062400             " MORE DELIVERY ROWS NOT SHOWN - TABLE FULL"
062500     END-IF
062600     .
062700 5500-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------*
063000* 5550-COUNT-UNSHOWN - COUNT ONE DELIVERY NOT YET SHOWN          *
063100*----------------------------------------------------------------*
063200 5550-COUNT-UNSHOWN.
063300     IF NOT DLV-SHOWN (WS-DLV-IX)
063400         ADD 1 TO WS-UNSHOWN-COUNT
063500     END-IF
063600     .
063700 5550-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------*
064000* 5600-SHOW-UNSHOWN - DISPLAY ONE DELIVERY NOT YET SHOWN         *
064100*----------------------------------------------------------------*
064200 5600-SHOW-UNSHOWN.
064300     IF NOT DLV-SHOWN (WS-DLV-IX)
064400         PERFORM 5450-DISPLAY-DELIVERY THRU 5450-EXIT
064500     END-IF
064600     .
064700 5600-EXIT.
064800     EXIT.
064900*----------------------------------------------------------------*
065000* 6000-SHOW-CHANGES - LIST EVERY HONJRNL ROW FOR THE HONOREE IN  *
065100*                     JOURNAL ORDER, WITH THE FIELDS EACH UPDATE *
065200*                     CHANGED                                    *
065300*----------------------------------------------------------------*
065400 6000-SHOW-CHANGES.
065500     MOVE ZERO TO WS-CHANGE-COUNT
065600     DISPLAY " "
065700     DISPLAY "CHANGE HISTORY"
065800     OPEN INPUT HONOREE-JRNL
065900     IF JRNL-NOT-SUPPLIED
066000         DISPLAY "  CHANGE JOURNAL NOT AVAILABLE"
066100         GO TO 6000-EXIT
066200     END-IF
066300     IF NOT JRNL-STATUS-OK
066400         DISPLAY "UNABLE TO OPEN HONOREE-JRNL - FILE STATUS = "
066500             WS-JRNL-STATUS
066600         GO TO 6000-EXIT
066700     END-IF
066800
066900     MOVE "N" TO WS-EOF-SWITCH
067000     PERFORM 6050-READ-JOURNAL THRU 6050-EXIT
067100     PERFORM 6100-SHOW-JOURNAL-ROW THRU 6100-EXIT
067200         UNTIL INPUT-EOF
067300     CLOSE HONOREE-JRNL
067400     DISPLAY "  " WS-CHANGE-COUNT " CHANGE ROWS"
067500     .
067600 6000-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------*
067900* 6050-READ-JOURNAL - READ THE NEXT HONJRNL ROW                  *
068000*----------------------------------------------------------------*
068100 6050-READ-JOURNAL.
068200     READ HONOREE-JRNL
068300         AT END
068400             MOVE "Y" TO WS-EOF-SWITCH
068500     END-READ
068600     .
068700 6050-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------*
069000* 6100-SHOW-JOURNAL-ROW - DISPLAY ONE OF THE HONOREE'S JOURNAL   *
069100*                         ROWS - WHO, WHEN AND WHAT              *
069200*----------------------------------------------------------------*
069300 6100-SHOW-JOURNAL-ROW.
069400     MOVE HJR-BEFORE-IMAGE      TO WS-BEFORE-VIEW
069500     MOVE HJR-AFTER-IMAGE       TO WS-AFTER-VIEW
069600     IF AFT-ID NOT = HON-ID
069700         GO TO 6100-NEXT
069800     END-IF
069900     ADD 1 TO WS-CHANGE-COUNT
070000
070100     EVALUATE TRUE
070200         WHEN HJR-TRAN-ADD
070300             MOVE "ADDED"       TO WS-TRAN-DESC
070400         WHEN HJR-TRAN-DEACTIVATE
070500             MOVE "DEACTIVATED" TO WS-TRAN-DESC
070600         WHEN OTHER
070700             MOVE "UPDATED"     TO WS-TRAN-DESC
070800     END-EVALUATE
070900     MOVE HJR-RUN-DATE          TO JNL-RUN-DATE
071000     MOVE HJR-TIME              TO JNL-TIME
071100     MOVE HJR-OPERATOR-ID       TO JNL-OPERATOR-ID
071200     MOVE WS-TRAN-DESC          TO JNL-TRAN-DESC
071300     DISPLAY WS-JOURNAL-LINE
071400
071500     IF NOT HJR-TRAN-ADD
071600         PERFORM 6200-SHOW-FIELD-CHANGES THRU 6200-EXIT
071700     END-IF
071800     .
071900 6100-NEXT.
072000     PERFORM 6050-READ-JOURNAL THRU 6050-EXIT
072100     .
072200 6100-EXIT.
072300     EXIT.
072400*----------------------------------------------------------------*
072500* 6200-SHOW-FIELD-CHANGES - SHOW THE OLD AND NEW VALUE OF EVERY  *
072600*                           FIELD THE CHANGE TOUCHED             *
072700*----------------------------------------------------------------*
072800 6200-SHOW-FIELD-CHANGES.
072900     IF WS-BEFORE-VIEW = WS-AFTER-VIEW
073000         DISPLAY "      NO FIELD CHANGED"
073100         GO TO 6200-EXIT
073200     END-IF
073300     IF BFR-NAME NOT = AFT-NAME
073400         MOVE "NAME"            TO CHG-LABEL
073500         MOVE BFR-NAME          TO CHG-VALUE
073600         MOVE " WAS: "          TO CHG-WAS-NOW
073700         DISPLAY WS-CHANGE-LINE
073800         MOVE SPACES            TO CHG-LABEL
073900         MOVE AFT-NAME          TO CHG-VALUE
074000         MOVE " NOW: "          TO CHG-WAS-NOW
074100         DISPLAY WS-CHANGE-LINE
074200     END-IF
074300     IF BFR-BIRTH-DATE NOT = AFT-BIRTH-DATE
074400         MOVE "BIRTH DATE"      TO CHG-LABEL
074500         MOVE SPACES            TO CHG-VALUE
074600         STRING BFR-BIRTH-MONTH DELIMITED BY SIZE
074700                "/"             DELIMITED BY SIZE
074800                BFR-BIRTH-DAY   DELIMITED BY SIZE
074900                "/"             DELIMITED BY SIZE
075000                BFR-BIRTH-YEAR  DELIMITED BY SIZE
075100           INTO CHG-VALUE
075200         MOVE " WAS: "          TO CHG-WAS-NOW
075300         DISPLAY WS-CHANGE-LINE
075400         MOVE SPACES            TO CHG-LABEL
075500         MOVE SPACES            TO CHG-VALUE
075600         STRING AFT-BIRTH-MONTH DELIMITED BY SIZE
075700                "/"             DELIMITED BY SIZE
075800                AFT-BIRTH-DAY   DELIMITED BY SIZE
075900                "/"             DELIMITED BY SIZE
076000                AFT-BIRTH-YEAR  DELIMITED BY SIZE
076100           INTO CHG-VALUE
076200         MOVE " NOW: "          TO CHG-WAS-NOW
076300         DISPLAY WS-CHANGE-LINE
076400     END-IF
076500     IF BFR-ACTIVE-FLAG NOT = AFT-ACTIVE-FLAG
076600         MOVE "ACTIVE FLAG"     TO CHG-LABEL
076700         MOVE BFR-ACTIVE-FLAG   TO CHG-VALUE
076800         MOVE AFT-ACTIVE-FLAG   TO WS-NEW-VALUE
076900         PERFORM 6300-SHOW-WAS-NOW THRU 6300-EXIT
077000     END-IF
077100     IF BFR-TYPE NOT = AFT-TYPE
077200         MOVE "TYPE"            TO CHG-LABEL
077300         MOVE BFR-TYPE          TO CHG-VALUE
077400         MOVE AFT-TYPE          TO WS-NEW-VALUE
077500         PERFORM 6300-SHOW-WAS-NOW THRU 6300-EXIT
077600     END-IF
077700     IF BFR-LANG-CODE NOT = AFT-LANG-CODE
077800         MOVE "LANGUAGE"        TO CHG-LABEL
077900         MOVE BFR-LANG-CODE     TO CHG-VALUE
078000         MOVE AFT-LANG-CODE     TO WS-NEW-VALUE
078100         PERFORM 6300-SHOW-WAS-NOW THRU 6300-EXIT
078200     END-IF
078300     IF BFR-EMAIL-ADDR NOT = AFT-EMAIL-ADDR
078400         MOVE "EMAIL ADDRESS"   TO CHG-LABEL
078500         MOVE BFR-EMAIL-ADDR    TO CHG-VALUE
078600         MOVE " WAS: "          TO CHG-WAS-NOW
078700         DISPLAY WS-CHANGE-LINE
078800         MOVE SPACES            TO CHG-LABEL
078900         MOVE AFT-EMAIL-ADDR    TO CHG-VALUE
079000         MOVE " NOW: "          TO CHG-WAS-NOW
079100         DISPLAY WS-CHANGE-LINE
079200     END-IF
079300     IF BFR-GREET-PREF NOT = AFT-GREET-PREF
079400         MOVE "GREETING PREF"   TO CHG-LABEL
079500         MOVE BFR-GREET-PREF    TO CHG-VALUE
079600         MOVE AFT-GREET-PREF    TO WS-NEW-VALUE
079700         PERFORM 6300-SHOW-WAS-NOW THRU 6300-EXIT
079800     END-IF
079900     IF BFR-DEPT-CODE NOT = AFT-DEPT-CODE
080000         MOVE "DEPARTMENT"      TO CHG-LABEL
080100         MOVE BFR-DEPT-CODE     TO CHG-VALUE
080200         MOVE AFT-DEPT-CODE     TO WS-NEW-VALUE
080300         PERFORM 6300-SHOW-WAS-NOW THRU 6300-EXIT
080400     END-IF
080500     .
080600 6200-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------*
080900* 6300-SHOW-WAS-NOW - DISPLAY A SHORT FIELD'S OLD VALUE (ALREADY *
081000*                     IN CHG-VALUE) AND NEW VALUE (IN            *
081100*                     WS-NEW-VALUE)                              *
081200*----------------------------------------------------------------*
081300 6300-SHOW-WAS-NOW.
081400     MOVE " WAS: "              TO CHG-WAS-NOW
081500     DISPLAY WS-CHANGE-LINE
081600     MOVE SPACES                TO CHG-LABEL
081700     MOVE WS-NEW-VALUE          TO CHG-VALUE
081800     MOVE " NOW: "              TO CHG-WAS-NOW
081900     DISPLAY WS-CHANGE-LINE
082000     .
082100 6300-EXIT.
082200     EXIT.
082300*----------------------------------------------------------------*
082400* 7000-SEARCH-BY-NAME - BROWSE HONOREE-FILE AND LIST EVERY       *
082500*                       HONOREE WHOSE NAME CONTAINS THE TEXT     *
082600*                       ENTERED, SO THE ID CAN BE INQUIRED ON    *
082700*----------------------------------------------------------------*
082800 7000-SEARCH-BY-NAME.
082900     DISPLAY "ENTER ALL OR PART OF THE NAME: " WITH NO ADVANCING
083000     ACCEPT WS-ENTRY-NAME
083100     IF WS-ENTRY-NAME = SPACES
083200         GO TO 7000-EXIT
083300     END-IF
083400     INSPECT WS-ENTRY-NAME CONVERTING
083500         "abcdefghijklmnopqrstuvwxyz" TO
083600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
083700     PERFORM 7050-TRIM-ENTRY THRU 7050-EXIT
083800         VARYING WS-SEARCH-LEN FROM 30 BY -1
083900         UNTIL WS-ENTRY-NAME (WS-SEARCH-LEN:1) NOT = SPACE
084000
084100     MOVE ZERO        TO WS-MATCH-COUNT
084200     MOVE "N"         TO WS-HONOREE-EOF-SWITCH
084300     MOVE LOW-VALUES  TO HON-ID
084400     START HONOREE-FILE KEY IS NOT LESS THAN HON-ID
084500         INVALID KEY
084600             MOVE "Y" TO WS-HONOREE-EOF-SWITCH
084700     END-START
084800
084900     PERFORM 7100-READ-NEXT-HONOREE THRU 7100-EXIT
085000     PERFORM 7200-MATCH-ONE THRU 7200-EXIT
085100         UNTIL HONOREE-EOF
085200
085300     IF WS-MATCH-COUNT > WS-MAX-MATCHES
085400         DISPLAY "MORE THAN " WS-MAX-MATCHES
085500             " MATCHES - ENTER MORE OF THE NAME"
085600     ELSE
085700         DISPLAY "NAME SEARCH DONE - " WS-MATCH-COUNT " MATCHES"
085800     END-IF
085900     .
086000 7000-EXIT.
086100     EXIT.
086200*----------------------------------------------------------------*
086300* 7050-TRIM-ENTRY - STEP BACK OVER ONE TRAILING SPACE OF THE     *
086400*                   NAME ENTERED; THE VARYING CLAUSE DOES THE    *
086500*                   WORK                                         *
086600*----------------------------------------------------------------*
086700 7050-TRIM-ENTRY.
086800     EXIT.
086900 7050-EXIT.
087000     EXIT.
087100*----------------------------------------------------------------*
087200* 7100-READ-NEXT-HONOREE - READ THE NEXT HONOREE-FILE RECORD IN  *
087300*                          KEY SEQUENCE                          *
087400*----------------------------------------------------------------*
087500 7100-READ-NEXT-HONOREE.
087600     IF HONOREE-EOF
087700         GO TO 7100-EXIT
087800     END-IF
087900     READ HONOREE-FILE NEXT RECORD
088000         AT END
088100             MOVE "Y" TO WS-HONOREE-EOF-SWITCH
088200     END-READ
088300     .
088400 7100-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------*
088700* 7200-MATCH-ONE - LIST ONE HONOREE WHEN THE NAME MATCHES.  THE  *
088800*                  BROWSE STOPS ONCE THE LIST IS FULL            *
088900*----------------------------------------------------------------*
089000 7200-MATCH-ONE.
089100     MOVE HON-NAME              TO WS-NAME-UPPER
089200     INSPECT WS-NAME-UPPER CONVERTING
089300         "abcdefghijklmnopqrstuvwxyz" TO
089400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
089500     MOVE ZERO                  TO WS-NAME-TALLY
089600     INSPECT WS-NAME-UPPER TALLYING WS-NAME-TALLY
089700         FOR ALL WS-ENTRY-NAME (1:WS-SEARCH-LEN)
089800     IF WS-NAME-TALLY = ZERO
089900         GO TO 7200-NEXT
090000     END-IF
090100
090200     ADD 1 TO WS-MATCH-COUNT
090300     IF WS-MATCH-COUNT > WS-MAX-MATCHES
090400         MOVE "Y" TO WS-HONOREE-EOF-SWITCH
090500         GO TO 7200-EXIT
090600     END-IF
090700     IF HON-ACTIVE
090800         DISPLAY "  " HON-ID " " HON-NAME " ACTIVE   DEPT "
090900             HON-DEPT-CODE
091000     ELSE
091100         DISPLAY "  " HON-ID " " HON-NAME " INACTIVE DEPT "
091200             HON-DEPT-CODE
091300     END-IF
091400     .
091500 7200-NEXT.
091600     PERFORM 7100-READ-NEXT-HONOREE THRU 7100-EXIT
091700     .
091800 7200-EXIT.
091900     EXIT.
092000*----------------------------------------------------------------*
092100* 9000-TERMINATE - CLOSE HONOREE-FILE AND END THE TRANSACTION    *
092200*----------------------------------------------------------------*
092300 9000-TERMINATE.
092400     CLOSE HONOREE-FILE
092500     .
092600 9000-EXIT.
092700     EXIT.
092800*================================================================*
