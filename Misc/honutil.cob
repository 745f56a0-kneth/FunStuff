002060*                  AND RE-ENABLE GREETINGS FOR EVERYONE WHO SAID  *
002070*                  NO.  BACKUPS TAKEN BEFORE THIS CHANGE REMAIN   *
002080*                  RELOADABLE ONLY AT THEIR OWN 48-BYTE LAYOUT.   *
002081* 10/15/2026 RC    FORWARD RECOVERY MODE - RELOADS A CHOSEN       *
002082*                  BACKUP, THEN REPLAYS THE HONJRNL AFTER-IMAGES  *
002083*                  WRITTEN SINCE THAT BACKUP IN TIMESTAMP ORDER   *
002084*                  UP TO A REQUESTED DATE AND TIME, APPLYING A    *
002085*                  CHANGE ONLY WHEN ITS BEFORE-IMAGE MATCHES THE  *
002086*                  RECORD.  THE REPORT COUNTS ADDS, UPDATES AND   *
002087*                  DEACTIVATES APPLIED, LISTS EVERY ROW NOT       *
002088*                  APPLIED, AND ENDS WITH THE RECOVERED FILE'S    *
002089*                  COUNT AND HASH TOTALS IN THE VERIFY FORM       *
002090*                  AGAINST THE BACKUP TOTALS PLUS THE CHANGES     *
002091*                  APPLIED.  THE BACKUP HEADER NOW CARRIES THE    *
002092*                  UNLOAD TIME AS WELL AS THE DATE.               *
002100*================================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002700 FILE-CONTROL.
002800     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
002900                               ORGANIZATION IS INDEXED
003000                               ACCESS MODE IS DYNAMIC
003100                               RECORD KEY IS HON-ID
003200                               FILE STATUS IS WS-HONOREE-STATUS.
003300
003700
003800     SELECT UTILITY-RPT        ASSIGN TO HONUREPT
003900                               ORGANIZATION IS LINE SEQUENTIAL.
003910
003920     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
003930                               ORGANIZATION IS LINE SEQUENTIAL
003940                               FILE STATUS IS WS-JRNL-STATUS.
003950
003960     SELECT SORT-FILE          ASSIGN TO SORTWK01.
004000*================================================================*
004100 DATA DIVISION.
004200 FILE SECTION.
006300 01  BACKUP-HEADER-REC.
006400     05  FILLER                 PIC X(01).
006500     05  BKH-BACKUP-DATE        PIC X(10).
006550     05  BKH-BACKUP-TIME        PIC X(08).
006600     05  FILLER                 PIC X(81).
006700 01  BACKUP-DETAIL-REC.
006800     05  FILLER                 PIC X(01).
006900     05  BKD-HONOREE-IMAGE      PIC X(92).
008000 FD  UTILITY-RPT
008100     RECORDING MODE IS F.
008200 01  UTILITY-RPT-REC            PIC X(90).
008202*----------------------------------------------------------------*
008204* HONOREE-JRNL - THE CHANGE JOURNAL REPLAYED BY FORWARD RECOVERY *
008206*----------------------------------------------------------------*
008208 FD  HONOREE-JRNL
008210     RECORDING MODE IS F.
008212     COPY HONJRNL.
008214*----------------------------------------------------------------*
008216* SORT-FILE - JOURNAL ROWS INSIDE THE RECOVERY WINDOW, KEYED BY  *
008218* TIMESTAMP AND THEN BY POSITION ON THE JOURNAL SO ROWS WRITTEN  *
008220* IN THE SAME SECOND KEEP THEIR ORDER                            *
008222*----------------------------------------------------------------*
008224 SD  SORT-FILE.
008226 01  SORT-REC.
008228     05  SRT-YMD                PIC X(08).
008230     05  SRT-TIME               PIC X(08).
008232     05  SRT-SEQUENCE           PIC 9(07).
008234     05  SRT-RUN-DATE           PIC X(10).
008236     05  SRT-OPERATOR-ID        PIC X(08).
008238     05  SRT-TRAN-TYPE          PIC X(01).
008240         88  SRT-TRAN-ADD               VALUE "A".
008242         88  SRT-TRAN-DEACTIVATE        VALUE "D".
008244     05  SRT-BEFORE-IMAGE       PIC X(92).
008246     05  SRT-AFTER-IMAGE        PIC X(92).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------*
008500* RUN-DATE WORK AREAS                                            *
009000     05  WS-CURRENT-MONTH       PIC 9(02).
009100     05  WS-CURRENT-DAY         PIC 9(02).
009200 77  WS-PRINT-DATE              PIC X(10).
009250 77  WS-PRINT-TIME              PIC X(08).
009300*----------------------------------------------------------------*
009350* RUN MODE - U = UNLOAD, V = VERIFY, R = RELOAD, F = FORWARD     *
009400* RECOVERY                                                       *
009500*----------------------------------------------------------------*
009600 01  WS-RUN-MODE                PIC X(01).
009700     88  UNLOAD-MODE                     VALUE "U".
009800     88  VERIFY-MODE                     VALUE "V".
009900     88  RELOAD-MODE                     VALUE "R".
009950     88  RECOVER-MODE                    VALUE "F".
010000*----------------------------------------------------------------*
010100* FILE STATUS AND CONTROL SWITCHES                                *
010200*----------------------------------------------------------------*
011100 77  WS-TRAILER-SWITCH          PIC X(01)  VALUE "N".
011200     88  TRAILER-SEEN                    VALUE "Y".
011300 77  WS-DISCREPANCY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
011310 77  WS-JRNL-STATUS             PIC X(02).
011320     88  JRNL-STATUS-OK                 VALUE "00".
011330 77  WS-JRNL-EOF-SWITCH         PIC X(01)  VALUE "N".
011340     88  JRNL-EOF                        VALUE "Y".
011350 77  WS-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
011360     88  SORT-EOF                        VALUE "Y".
011400*----------------------------------------------------------------*
011500* HASH-TOTAL WORK AREAS - HON-ID IS ADDED AS A NUMBER WHEN IT IS *
011600* ALL DIGITS; A NON-NUMERIC ID ADDS ZERO ON BOTH SIDES SO THE    *
012800 77  WS-TRAILER-ID-HASH         PIC 9(11)  VALUE ZERO.
012900 77  WS-TRAILER-YEAR-HASH       PIC 9(11)  VALUE ZERO.
013000 77  WS-PREV-KEY                PIC X(06)  VALUE LOW-VALUES.
013002*----------------------------------------------------------------*
013004* FORWARD RECOVERY WORK AREAS - THE WINDOW RUNS FROM THE         *
013006* BACKUP'S UNLOAD DATE AND TIME (MIDNIGHT FOR A BACKUP TAKEN     *
013008* BEFORE THE HEADER CARRIED A TIME) TO THE RECOVER-TO POINT,     *
013010* BOTH AS CCYYMMDD PLUS HH:MM:SS SO THEY COMPARE IN TIME         *
013012* ORDER.  IN THIS MODE THE TRAILER TOTALS ARE CARRIED FORWARD    *
013014* BY EVERY CHANGE APPLIED, SO THE FINAL COMPARISON IS AGAINST    *
013016* THE BACKUP PLUS THE JOURNAL                                    *
013018*----------------------------------------------------------------*
013020 77  WS-RECOVER-DATE-ENTRY      PIC X(10).
013022 77  WS-RECOVER-TIME-ENTRY      PIC X(08).
013024 77  WS-BACKUP-DATE             PIC X(10)  VALUE SPACES.
013026 77  WS-BACKUP-TIME             PIC X(08)  VALUE SPACES.
013028 01  WS-START-STAMP.
013030     05  WS-START-YMD           PIC X(08).
013032     05  WS-START-TIME          PIC X(08).
013034 01  WS-STOP-STAMP.
013036     05  WS-STOP-YMD            PIC X(08).
013038     05  WS-STOP-TIME           PIC X(08).
013040 01  WS-ROW-STAMP.
013042     05  WS-ROW-YMD             PIC X(08).
013044     05  WS-ROW-TIME            PIC X(08).
013046 77  WS-APPLY-YEAR              PIC 9(04).
013048 77  WS-MISMATCH-REASON         PIC X(24).
013050 77  WS-JRNL-READ-COUNT         PIC 9(07)  COMP  VALUE ZERO.
013052 77  WS-PRE-BACKUP-COUNT        PIC 9(07)  COMP  VALUE ZERO.
013054 77  WS-PAST-POINT-COUNT        PIC 9(07)  COMP  VALUE ZERO.
013056 77  WS-REPLAY-COUNT            PIC 9(07)  COMP  VALUE ZERO.
013058 77  WS-ADD-APPLIED             PIC 9(07)  COMP  VALUE ZERO.
013060 77  WS-UPDATE-APPLIED          PIC 9(07)  COMP  VALUE ZERO.
013062 77  WS-DEACTIVATE-APPLIED      PIC 9(07)  COMP  VALUE ZERO.
013064 77  WS-ALREADY-APPLIED         PIC 9(07)  COMP  VALUE ZERO.
013066 77  WS-MISMATCH-COUNT          PIC 9(07)  COMP  VALUE ZERO.
013100*----------------------------------------------------------------*
013200* REPORT LINE WORK AREAS                                          *
013300*----------------------------------------------------------------*
014400     05  FILLER                 PIC X(10)  VALUE "  BACKUP= ".
014500     05  CMP-BACKUP-VALUE       PIC 9(11).
014600     05  FILLER                 PIC X(26)  VALUE SPACES.
014602 01  WS-COUNT-LINE.
014604     05  FILLER                 PIC X(02)  VALUE SPACES.
014606     05  CNT-LABEL              PIC X(40).
014608     05  CNT-VALUE              PIC ZZZZZZ9.
014610     05  FILLER                 PIC X(41)  VALUE SPACES.
014612 01  WS-MISMATCH-LINE.
014614     05  MIS-RUN-DATE           PIC X(10).
014616     05  FILLER                 PIC X(14)  VALUE
014618         "  NOT APPLIED ".
014620     05  MIS-HONOREE-ID         PIC X(06).
014622     05  FILLER                 PIC X(01)  VALUE SPACES.
014624     05  MIS-TRAN-TYPE          PIC X(01).
014626     05  FILLER                 PIC X(01)  VALUE SPACES.
014628     05  MIS-JRNL-DATE          PIC X(10).
014630     05  FILLER                 PIC X(01)  VALUE SPACES.
014632     05  MIS-JRNL-TIME          PIC X(08).
014634     05  FILLER                 PIC X(01)  VALUE SPACES.
014636     05  MIS-OPERATOR-ID        PIC X(08).
014638     05  FILLER                 PIC X(01)  VALUE SPACES.
014640     05  MIS-REASON             PIC X(24).
014642     05  FILLER                 PIC X(04)  VALUE SPACES.
014700*================================================================*
014800 PROCEDURE DIVISION.
014900*================================================================*
015800             PERFORM 3000-VERIFY THRU 3000-EXIT
015900         WHEN RELOAD-MODE
016000             PERFORM 4000-RELOAD THRU 4000-EXIT
016010         WHEN RECOVER-MODE
016020             PERFORM 5000-RECOVER THRU 5000-EXIT
016100     END-EVALUATE
016200     PERFORM 9000-TERMINATE  THRU 9000-EXIT
016300     STOP RUN
016400     .
016500*----------------------------------------------------------------*
016600* 1000-INITIALIZE - ACCEPT THE RUN MODE, COMPUTE THE RUN DATE,   *
016650*                   AND OPEN THE UTILITY REPORT.  FORWARD        *
016700*                   RECOVERY ALSO TAKES THE RECOVER-TO POINT     *
016800*----------------------------------------------------------------*
016900 1000-INITIALIZE.
016950     DISPLAY "ENTER MODE (U=UNLOAD, V=VERIFY, R=RELOAD, "
017000         "F=FORWARD RECOVERY): "
017100         WITH NO ADVANCING
017200     ACCEPT WS-RUN-MODE
017300     INSPECT WS-RUN-MODE CONVERTING
017600     IF  NOT UNLOAD-MODE
017700     AND NOT VERIFY-MODE
017800     AND NOT RELOAD-MODE
017850     AND NOT RECOVER-MODE
017900         DISPLAY "INVALID MODE - MUST BE U, V, R, OR F"
018000         MOVE 16 TO RETURN-CODE
018100         STOP RUN
018200     END-IF
018210     IF RECOVER-MODE
018220         PERFORM 1400-ACCEPT-RECOVERY-POINT THRU 1400-EXIT
018230     END-IF
018300
018400     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
018500     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
019200            "/"                 DELIMITED BY SIZE
019300            WS-CURRENT-YEAR     DELIMITED BY SIZE
019400       INTO WS-PRINT-DATE
019410     STRING WS-TODAY (9:2)      DELIMITED BY SIZE
019420            ":"                 DELIMITED BY SIZE
019430            WS-TODAY (11:2)     DELIMITED BY SIZE
019440            ":"                 DELIMITED BY SIZE
019450            WS-TODAY (13:2)     DELIMITED BY SIZE
019460       INTO WS-PRINT-TIME
019500
019600     OPEN OUTPUT UTILITY-RPT
019700     .
020100* 1100-READ-HONOREE - READ THE NEXT LIVE MASTER RECORD           *
020200*----------------------------------------------------------------*
020300 1100-READ-HONOREE.
020400     READ HONOREE-FILE NEXT RECORD
020500         AT END
020600             MOVE "Y" TO WS-HONOREE-EOF-SWITCH
020700     END-READ
023300     .
023400 1300-EXIT.
023500     EXIT.
023502*----------------------------------------------------------------*
023504* 1400-ACCEPT-RECOVERY-POINT - THE DATE AND TIME OF THE          *
023506*                              LAST JOURNAL CHANGE TO            *
023508*                              REPLAY.  A BLANK DATE REPLAYS     *
023510*                              THE WHOLE JOURNAL; A BLANK        *
023512*                              TIME MEANS THE END OF THAT DAY    *
023514*----------------------------------------------------------------*
023516 1400-ACCEPT-RECOVERY-POINT.
023518     DISPLAY "RECOVER TO DATE (MM/DD/CCYY, BLANK = END OF "
023520         "JOURNAL): " WITH NO ADVANCING
023522     ACCEPT WS-RECOVER-DATE-ENTRY
023524     IF WS-RECOVER-DATE-ENTRY = SPACES
023526         MOVE HIGH-VALUES       TO WS-STOP-STAMP
023528         GO TO 1400-EXIT
023530     END-IF
023532     IF WS-RECOVER-DATE-ENTRY (1:2) NOT NUMERIC
023534       OR WS-RECOVER-DATE-ENTRY (3:1) NOT = "/"
023536       OR WS-RECOVER-DATE-ENTRY (4:2) NOT NUMERIC
023538       OR WS-RECOVER-DATE-ENTRY (6:1) NOT = "/"
023540       OR WS-RECOVER-DATE-ENTRY (7:4) NOT NUMERIC
023542         DISPLAY "INVALID DATE - MUST BE MM/DD/CCYY"
023544         MOVE 16 TO RETURN-CODE
023546         STOP RUN
023548     END-IF
023550     MOVE WS-RECOVER-DATE-ENTRY (7:4) TO WS-STOP-YMD (1:4)
023552     MOVE WS-RECOVER-DATE-ENTRY (1:2) TO WS-STOP-YMD (5:2)
023554     MOVE WS-RECOVER-DATE-ENTRY (4:2) TO WS-STOP-YMD (7:2)
023556
023558     DISPLAY "RECOVER TO TIME (HH:MM:SS, BLANK = END OF DAY): "
023560         WITH NO ADVANCING
023562     ACCEPT WS-RECOVER-TIME-ENTRY
023564     IF WS-RECOVER-TIME-ENTRY = SPACES
023566         MOVE "23:59:59"        TO WS-STOP-TIME
023568         GO TO 1400-EXIT
023570     END-IF
023572     IF WS-RECOVER-TIME-ENTRY (1:2) NOT NUMERIC
023574       OR WS-RECOVER-TIME-ENTRY (3:1) NOT = ":"
023576       OR WS-RECOVER-TIME-ENTRY (4:2) NOT NUMERIC
023578       OR WS-RECOVER-TIME-ENTRY (6:1) NOT = ":"
023580       OR WS-RECOVER-TIME-ENTRY (7:2) NOT NUMERIC
023582         DISPLAY "INVALID TIME - MUST BE HH:MM:SS"
023584         MOVE 16 TO RETURN-CODE
023586         STOP RUN
023588     END-IF
023590     MOVE WS-RECOVER-TIME-ENTRY TO WS-STOP-TIME
023592     .
023594 1400-EXIT.
023596     EXIT.
023600*----------------------------------------------------------------*
023700* 2000-UNLOAD - COPY THE LIVE MASTER TO THE DATED BACKUP WITH    *
023800*               THE CONTROL-TOTAL TRAILER                        *
025000     MOVE SPACES                TO BACKUP-REC
025100     MOVE "H"                   TO BKP-REC-TYPE
025200     MOVE WS-PRINT-DATE         TO BKH-BACKUP-DATE
025250     MOVE WS-PRINT-TIME         TO BKH-BACKUP-TIME
025300     WRITE BACKUP-REC
025400
025500     PERFORM 1100-READ-HONOREE THRU 1100-EXIT
047600     EXIT.
047700*----------------------------------------------------------------*
047800* 4100-RELOAD-RECORD - LOAD ONE BACKUP RECORD INTO THE MASTER    *
047850*                      AND KEEP THE HEADER AND TRAILER VALUES    *
047900*----------------------------------------------------------------*
048000 4100-RELOAD-RECORD.
048100     EVALUATE TRUE
049400                 NOT INVALID KEY
049500                     ADD 1 TO WS-RECORD-COUNT
049600             END-WRITE
049610         WHEN BKP-HEADER
049620             MOVE BKH-BACKUP-DATE  TO WS-BACKUP-DATE
049630             MOVE BKH-BACKUP-TIME  TO WS-BACKUP-TIME
049700         WHEN BKP-TRAILER
049800             MOVE "Y"              TO WS-TRAILER-SWITCH
049900             MOVE BKT-RECORD-COUNT TO WS-TRAILER-COUNT
049910             MOVE BKT-ID-HASH      TO WS-TRAILER-ID-HASH
049920             MOVE BKT-YEAR-HASH    TO WS-TRAILER-YEAR-HASH
050000         WHEN OTHER
050100             CONTINUE
050200     END-EVALUATE
050500     .
050600 4100-EXIT.
050700     EXIT.
050701*----------------------------------------------------------------*
050702* 5000-RECOVER - FORWARD RECOVERY.  THE CHOSEN BACKUP IS         *
050703*                RELOADED AS IN RELOAD MODE, THEN EVERY          *
050704*                HONJRNL CHANGE WRITTEN AFTER THE BACKUP WAS     *
050705*                TAKEN, UP TO THE RECOVER-TO POINT, IS APPLIED   *
050706*                IN TIMESTAMP ORDER.  A BACKUP WITHOUT A GOOD    *
050707*                TRAILER IS NOT REPLAYED OVER.                   *
050708*----------------------------------------------------------------*
050709 5000-RECOVER.
050710     OPEN INPUT BACKUP-FILE
050711     IF NOT BACKUP-STATUS-OK
050712         DISPLAY "UNABLE TO OPEN BACKUP-FILE - FILE STATUS = "
050713             WS-BACKUP-STATUS
050714         MOVE 16 TO RETURN-CODE
050715         STOP RUN
050716     END-IF
050717     OPEN OUTPUT HONOREE-FILE
050718     IF NOT HONOREE-STATUS-OK
050719         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
050720             WS-HONOREE-STATUS
050721         MOVE 16 TO RETURN-CODE
050722         STOP RUN
050723     END-IF
050724
050725     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
050726     PERFORM 4100-RELOAD-RECORD THRU 4100-EXIT
050727         UNTIL BACKUP-EOF
050728
050729     CLOSE BACKUP-FILE
050730     CLOSE HONOREE-FILE
050731
050732     IF  TRAILER-SEEN
050733     AND WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
050734         MOVE "LOADED COUNT MISMATCH " TO CMP-LABEL
050735         MOVE WS-RECORD-COUNT   TO CMP-LIVE-VALUE
050736         MOVE WS-TRAILER-COUNT  TO CMP-BACKUP-VALUE
050737         WRITE UTILITY-RPT-REC  FROM WS-COMPARE-LINE
050738         ADD 1 TO WS-DISCREPANCY-COUNT
050739     END-IF
050740     IF NOT TRAILER-SEEN
050741         MOVE "BACKUP HAS NO TRAILER RECORD - LOAD UNVERIFIED"
050742             TO MSG-TEXT
050743         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050744         ADD 1 TO WS-DISCREPANCY-COUNT
050745     END-IF
050746     IF WS-BACKUP-DATE = SPACES
050747         MOVE "BACKUP HAS NO HEADER RECORD - DATE UNKNOWN"
050748             TO MSG-TEXT
050749         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050750         ADD 1 TO WS-DISCREPANCY-COUNT
050751     END-IF
050752     IF WS-DISCREPANCY-COUNT NOT = ZERO
050753         MOVE "BACKUP NOT USABLE - JOURNAL NOT REPLAYED"
050754             TO MSG-TEXT
050755         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050756         MOVE 8 TO RETURN-CODE
050757         PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
050758         GO TO 5000-EXIT
050759     END-IF
050760
050761     MOVE WS-BACKUP-DATE (7:4)  TO WS-START-YMD (1:4)
050762     MOVE WS-BACKUP-DATE (1:2)  TO WS-START-YMD (5:2)
050763     MOVE WS-BACKUP-DATE (4:2)  TO WS-START-YMD (7:2)
050764     IF WS-BACKUP-TIME = SPACES
050765         MOVE "00:00:00"        TO WS-START-TIME
050766     ELSE
050767         MOVE WS-BACKUP-TIME    TO WS-START-TIME
050768     END-IF
050769     MOVE SPACES TO MSG-TEXT
050770     STRING "RECOVERY FROM BACKUP TAKEN " DELIMITED BY SIZE
050771            WS-BACKUP-DATE      DELIMITED BY SIZE
050772            " "                 DELIMITED BY SIZE
050773            WS-START-TIME       DELIMITED BY SIZE
050774       INTO MSG-TEXT
050775     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050776     MOVE SPACES TO MSG-TEXT
050777     IF WS-STOP-STAMP = HIGH-VALUES
050778         MOVE "RECOVERING TO THE END OF THE JOURNAL" TO MSG-TEXT
050779     ELSE
050780         STRING "RECOVERING TO "    DELIMITED BY SIZE
050781                WS-RECOVER-DATE-ENTRY DELIMITED BY SIZE
050782                " "                 DELIMITED BY SIZE
050783                WS-STOP-TIME        DELIMITED BY SIZE
050784           INTO MSG-TEXT
050785     END-IF
050786     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050787
050788     OPEN I-O HONOREE-FILE
050789     IF NOT HONOREE-STATUS-OK
050790         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
050791             WS-HONOREE-STATUS
050792         MOVE 16 TO RETURN-CODE
050793         STOP RUN
050794     END-IF
050795     SORT SORT-FILE
050796         ON ASCENDING KEY SRT-YMD SRT-TIME SRT-SEQUENCE
050797         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
050798         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT THRU 5200-EXIT
050799     CLOSE HONOREE-FILE
050800
050801     PERFORM 5500-VERIFY-RECOVERY THRU 5500-EXIT
050802     .
050803 5000-EXIT.
050804     EXIT.
050805*----------------------------------------------------------------*
050806* 5100-SORT-INPUT - READ THE WHOLE JOURNAL AND RELEASE THE ROWS  *
050807*                   INSIDE THE RECOVERY WINDOW                   *
050808*----------------------------------------------------------------*
050809 5100-SORT-INPUT.
050810     OPEN INPUT HONOREE-JRNL
050811     IF NOT JRNL-STATUS-OK
050812         DISPLAY "UNABLE TO OPEN HONOREE-JRNL - FILE STATUS = "
050813             WS-JRNL-STATUS
050814         MOVE 16 TO RETURN-CODE
050815         STOP RUN
050816     END-IF
050817     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT
050818     PERFORM 5110-RELEASE-JOURNAL THRU 5110-EXIT
050819         UNTIL JRNL-EOF
050820     CLOSE HONOREE-JRNL
050821     .
050822 5100-EXIT.
050823     EXIT.
050824*----------------------------------------------------------------*
050825* 5110-RELEASE-JOURNAL - PLACE ONE JOURNAL ROW IN OR OUTSIDE THE *
050826*                        WINDOW.  A ROW STAMPED IN THE SAME      *
050827*                        SECOND AS THE BACKUP IS KEPT; THE       *
050828*                        BEFORE-IMAGE CHECK SORTS OUT WHETHER IT *
050829*                        IS ALREADY ON THE BACKUP                *
050830*----------------------------------------------------------------*
050831 5110-RELEASE-JOURNAL.
050832     ADD 1 TO WS-JRNL-READ-COUNT
050833     MOVE HJR-RUN-DATE (7:4)    TO WS-ROW-YMD (1:4)
050834     MOVE HJR-RUN-DATE (1:2)    TO WS-ROW-YMD (5:2)
050835     MOVE HJR-RUN-DATE (4:2)    TO WS-ROW-YMD (7:2)
050836     MOVE HJR-TIME              TO WS-ROW-TIME
050837     EVALUATE TRUE
050838         WHEN WS-ROW-STAMP < WS-START-STAMP
050839             ADD 1 TO WS-PRE-BACKUP-COUNT
050840         WHEN WS-ROW-STAMP > WS-STOP-STAMP
050841             ADD 1 TO WS-PAST-POINT-COUNT
050842         WHEN OTHER
050843             MOVE WS-ROW-YMD         TO SRT-YMD
050844             MOVE WS-ROW-TIME        TO SRT-TIME
050845             MOVE WS-JRNL-READ-COUNT TO SRT-SEQUENCE
050846             MOVE HJR-RUN-DATE       TO SRT-RUN-DATE
050847             MOVE HJR-OPERATOR-ID    TO SRT-OPERATOR-ID
050848             MOVE HJR-TRAN-TYPE      TO SRT-TRAN-TYPE
050849             MOVE HJR-BEFORE-IMAGE   TO SRT-BEFORE-IMAGE
050850             MOVE HJR-AFTER-IMAGE    TO SRT-AFTER-IMAGE
050851             RELEASE SORT-REC
050852             ADD 1 TO WS-REPLAY-COUNT
050853     END-EVALUATE
050854
050855     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT
050856     .
050857 5110-EXIT.
050858     EXIT.
050859*----------------------------------------------------------------*
050860* 5150-READ-JOURNAL - READ THE NEXT HONJRNL ROW                  *
050861*----------------------------------------------------------------*
050862 5150-READ-JOURNAL.
050863     READ HONOREE-JRNL
050864         AT END
050865             MOVE "Y" TO WS-JRNL-EOF-SWITCH
050866     END-READ
050867     .
050868 5150-EXIT.
050869     EXIT.
050870*----------------------------------------------------------------*
050871* 5200-SORT-OUTPUT - APPLY THE WINDOW'S CHANGES IN TIME ORDER    *
050872*----------------------------------------------------------------*
050873 5200-SORT-OUTPUT.
050874     PERFORM 5250-RETURN-CHANGE THRU 5250-EXIT
050875     PERFORM 5300-APPLY-CHANGE THRU 5300-EXIT
050876         UNTIL SORT-EOF
050877     .
050878 5200-EXIT.
050879     EXIT.
050880*----------------------------------------------------------------*
050881* 5250-RETURN-CHANGE - RETURN THE NEXT CHANGE FROM THE SORT      *
050882*----------------------------------------------------------------*
050883 5250-RETURN-CHANGE.
050884     RETURN SORT-FILE
050885         AT END
050886             MOVE "Y" TO WS-SORT-EOF-SWITCH
050887     END-RETURN
050888     .
050889 5250-EXIT.
050890     EXIT.
050891*----------------------------------------------------------------*
050892* 5300-APPLY-CHANGE - ROUTE ONE CHANGE BY ITS TRANSACTION TYPE   *
050893*----------------------------------------------------------------*
050894 5300-APPLY-CHANGE.
050895     IF SRT-TRAN-ADD
050896         PERFORM 5310-APPLY-ADD THRU 5310-EXIT
050897     ELSE
050898         PERFORM 5320-APPLY-REWRITE THRU 5320-EXIT
050899     END-IF
050900
050901     PERFORM 5250-RETURN-CHANGE THRU 5250-EXIT
050902     .
050903 5300-EXIT.
050904     EXIT.
050905*----------------------------------------------------------------*
050906* 5310-APPLY-ADD - WRITE AN ADDED HONOREE.  IF THE ID IS         *
050907*                  ALREADY ON FILE THE ADD COUNTS AS ALREADY     *
050908*                  APPLIED WHEN THE RECORD MATCHES THE           *
050909*                  AFTER-IMAGE, AND AS A MISMATCH OTHERWISE      *
050910*----------------------------------------------------------------*
050911 5310-APPLY-ADD.
050912     MOVE SRT-AFTER-IMAGE       TO HONOREE-REC
050913     MOVE HON-ID                TO WS-ID-CHAR
050914     MOVE HON-BIRTH-YEAR        TO WS-APPLY-YEAR
050915     WRITE HONOREE-REC
050916         INVALID KEY
050917             CONTINUE
050918         NOT INVALID KEY
050919             ADD 1 TO WS-ADD-APPLIED
050920             ADD 1 TO WS-TRAILER-COUNT
050921             IF WS-ID-CHAR NUMERIC
050922                 ADD WS-ID-NUM  TO WS-TRAILER-ID-HASH
050923             END-IF
050924             ADD WS-APPLY-YEAR  TO WS-TRAILER-YEAR-HASH
050925             GO TO 5310-EXIT
050926     END-WRITE
050927
050928     MOVE WS-ID-CHAR            TO HON-ID
050929     READ HONOREE-FILE
050930         INVALID KEY
050931             MOVE "ADD REJECTED ON WRITE" TO WS-MISMATCH-REASON
050932             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
050933             GO TO 5310-EXIT
050934     END-READ
050935     IF HONOREE-REC = SRT-AFTER-IMAGE
050936         ADD 1 TO WS-ALREADY-APPLIED
050937     ELSE
050938         MOVE "ADD - ID ALREADY ON FILE" TO WS-MISMATCH-REASON
050939         PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
050940     END-IF
050941     .
050942 5310-EXIT.
050943     EXIT.
050944*----------------------------------------------------------------*
050945* 5320-APPLY-REWRITE - APPLY AN UPDATE OR DEACTIVATE ONLY WHEN   *
050946*                      THE RECORD ON FILE IS THE JOURNAL'S       *
050947*                      BEFORE-IMAGE.  A RECORD THAT ALREADY      *
050948*                      HOLDS THE AFTER-IMAGE IS LEFT ALONE       *
050949*----------------------------------------------------------------*
050950 5320-APPLY-REWRITE.
050951     MOVE SRT-AFTER-IMAGE (1:6) TO HON-ID
050952     READ HONOREE-FILE
050953         INVALID KEY
050954             MOVE "HONOREE NOT ON FILE" TO WS-MISMATCH-REASON
050955             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
050956             GO TO 5320-EXIT
050957     END-READ
050958     IF HONOREE-REC NOT = SRT-BEFORE-IMAGE
050959         IF HONOREE-REC = SRT-AFTER-IMAGE
050960             ADD 1 TO WS-ALREADY-APPLIED
050961         ELSE
050962             MOVE "BEFORE-IMAGE DIFFERS" TO WS-MISMATCH-REASON
050963             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
050964         END-IF
050965         GO TO 5320-EXIT
050966     END-IF
050967
050968     MOVE HON-BIRTH-YEAR        TO WS-APPLY-YEAR
050969     MOVE SRT-AFTER-IMAGE       TO HONOREE-REC
050970     REWRITE HONOREE-REC
050971         INVALID KEY
050972             MOVE "REWRITE REJECTED" TO WS-MISMATCH-REASON
050973             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
050974             GO TO 5320-EXIT
050975     END-REWRITE
050976     SUBTRACT WS-APPLY-YEAR     FROM WS-TRAILER-YEAR-HASH
050977     ADD HON-BIRTH-YEAR         TO WS-TRAILER-YEAR-HASH
050978     IF SRT-TRAN-DEACTIVATE
050979         ADD 1 TO WS-DEACTIVATE-APPLIED
050980     ELSE
050981         ADD 1 TO WS-UPDATE-APPLIED
050982     END-IF
050983     .
050984 5320-EXIT.
050985     EXIT.
050986*----------------------------------------------------------------*
050987* 5400-WRITE-MISMATCH - LIST A JOURNAL ROW THAT WAS NOT APPLIED  *
050988*----------------------------------------------------------------*
050989 5400-WRITE-MISMATCH.
050990     MOVE WS-PRINT-DATE         TO MIS-RUN-DATE
050991     MOVE SRT-AFTER-IMAGE (1:6) TO MIS-HONOREE-ID
050992     MOVE SRT-TRAN-TYPE         TO MIS-TRAN-TYPE
050993     MOVE SRT-RUN-DATE          TO MIS-JRNL-DATE
050994     MOVE SRT-TIME              TO MIS-JRNL-TIME
050995     MOVE SRT-OPERATOR-ID       TO MIS-OPERATOR-ID
050996     MOVE WS-MISMATCH-REASON    TO MIS-REASON
050997     WRITE UTILITY-RPT-REC      FROM WS-MISMATCH-LINE
050998     ADD 1 TO WS-MISMATCH-COUNT
050999     .
051000 5400-EXIT.
051001     EXIT.
051002*----------------------------------------------------------------*
051003* 5500-VERIFY-RECOVERY - READ THE RECOVERED FILE AS VERIFY MODE  *
051004*                        DOES AND COMPARE ITS TOTALS WITH THE    *
051005*                        BACKUP TRAILER CARRIED FORWARD BY THE   *
051006*                        CHANGES APPLIED                         *
051007*----------------------------------------------------------------*
051008 5500-VERIFY-RECOVERY.
051009     MOVE ZERO TO WS-RECORD-COUNT
051010     MOVE ZERO TO WS-ID-HASH
051011     MOVE ZERO TO WS-YEAR-HASH
051012     OPEN INPUT HONOREE-FILE
051013     IF NOT HONOREE-STATUS-OK
051014         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
051015             WS-HONOREE-STATUS
051016         MOVE 16 TO RETURN-CODE
051017         STOP RUN
051018     END-IF
051019     MOVE LOW-VALUES TO WS-PREV-KEY
051020     PERFORM 1100-READ-HONOREE THRU 1100-EXIT
051021     PERFORM 3200-VERIFY-RECORD THRU 3200-EXIT
051022         UNTIL HONOREE-EOF
051023     CLOSE HONOREE-FILE
051024
051025     PERFORM 3300-COMPARE-TOTALS THRU 3300-EXIT
051026
051027     MOVE "JOURNAL ROWS READ"   TO CNT-LABEL
051028     MOVE WS-JRNL-READ-COUNT    TO CNT-VALUE
051029     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051030     MOVE "  WRITTEN BEFORE THE BACKUP - SKIPPED" TO CNT-LABEL
051031     MOVE WS-PRE-BACKUP-COUNT   TO CNT-VALUE
051032     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051033     MOVE "  AFTER THE RECOVER-TO POINT - SKIPPED" TO CNT-LABEL
051034     MOVE WS-PAST-POINT-COUNT   TO CNT-VALUE
051035     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051036     MOVE "  REPLAYED"          TO CNT-LABEL
051037     MOVE WS-REPLAY-COUNT       TO CNT-VALUE
051038     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051039     MOVE "ADDS APPLIED"        TO CNT-LABEL
051040     MOVE WS-ADD-APPLIED        TO CNT-VALUE
051041     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051042     MOVE "UPDATES APPLIED"     TO CNT-LABEL
051043     MOVE WS-UPDATE-APPLIED     TO CNT-VALUE
051044     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051045     MOVE "DEACTIVATES APPLIED" TO CNT-LABEL
051046     MOVE WS-DEACTIVATE-APPLIED TO CNT-VALUE
051047     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051048     MOVE "ALREADY ON THE BACKUP - NOT REAPPLIED" TO CNT-LABEL
051049     MOVE WS-ALREADY-APPLIED    TO CNT-VALUE
051050     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051051     MOVE "NOT APPLIED - IMAGE DID NOT MATCH" TO CNT-LABEL
051052     MOVE WS-MISMATCH-COUNT     TO CNT-VALUE
051053     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
051054
051055     IF  WS-DISCREPANCY-COUNT = ZERO
051056     AND WS-MISMATCH-COUNT = ZERO
051057         MOVE "RECOVERY CLEAN - FILE MATCHES BACKUP PLUS JOURNAL"
051058             TO MSG-TEXT
051059         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
051060     ELSE
051061         MOVE "RECOVERY FOUND EXCEPTIONS - SEE LINES ABOVE"
051062             TO MSG-TEXT
051063         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
051064         MOVE 8 TO RETURN-CODE
051065     END-IF
051066     MOVE "BACKUP TOTALS BELOW INCLUDE THE CHANGES APPLIED"
051067         TO MSG-TEXT
051068     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
051069     PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
051070     .
051071 5500-EXIT.
051072     EXIT.
051073*----------------------------------------------------------------*
051074* 8000-WRITE-MESSAGE - WRITE ONE DATED MESSAGE LINE              *
051075*----------------------------------------------------------------*
051100 8000-WRITE-MESSAGE.
051200     MOVE WS-PRINT-DATE         TO MSG-RUN-DATE
051300     WRITE UTILITY-RPT-REC      FROM WS-MESSAGE-LINE
