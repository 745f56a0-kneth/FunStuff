002170*                  LIMIT CHECK SO THE CONTROL TOTAL STAYS HONEST  *
002180*                  WHEN THE TABLE OVERFLOWS, AS THE WINDOW COUNTS *
002190*                  ALREADY DO.                                    *
002191* 10/15/2026 RC    FORECAST BY HONOREE-EVENT ROW - EACH ACTIVE    *
002192*                  HONOREE'S BIRTHDAY, SERVICE AND ANNIVERSARY    *
002193*                  ROWS ARE FORECAST ON THEIR OWN DATES, THE      *
002194*                  DETAIL LINE NAMES THE EVENT, THE YEAR COUNT    *
002195*                  COMES FROM THE EVENT ROW (BLANK WHEN THE YEAR  *
002196*                  IS NOT KNOWN), AND ONLY SERVICE AND            *
002197*                  ANNIVERSARY EVENTS ARE FLAGGED AS MILESTONES,  *
002198*                  AS IN THE DAILY GREETING JOB.                  *
002200*================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003200                               RECORD KEY IS HON-ID
003300                               FILE STATUS IS WS-HONOREE-STATUS.
003400
003410     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003420                               ORGANIZATION IS INDEXED
003430                               ACCESS MODE IS DYNAMIC
003440                               RECORD KEY IS HEV-EVENT-KEY
003450                               FILE STATUS IS WS-EVENT-STATUS.
003460
003500     SELECT FORECAST-RPT       ASSIGN TO HONFCRPT
003600                               ORGANIZATION IS LINE SEQUENTIAL.
003700*================================================================*
004300 FD  HONOREE-FILE
004400     RECORDING MODE IS F.
004500     COPY HONOREE.
004510*----------------------------------------------------------------*
004520* HONOREE-EVENT - POSITIONED AT EACH HONOREE'S FIRST EVENT ROW   *
004530* AND READ FORWARD THROUGH THAT HONOREE'S ROWS                   *
004540*----------------------------------------------------------------*
004550 FD  HONOREE-EVENT
004560     RECORDING MODE IS F.
004570     COPY HONEVENT.
004600*----------------------------------------------------------------*
004700* FORECAST-RPT - THE COORDINATORS' LOOK-AHEAD REPORT: A 7-DAY    *
004800* SECTION AND AN 8-TO-30-DAY SECTION, EACH GROUPED BY DUE DATE   *
006700     88  HONOREE-STATUS-OK              VALUE "00".
006800 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
006900     88  HONOREE-EOF                     VALUE "Y".
006910 77  WS-EVENT-STATUS            PIC X(02).
006920     88  EVENT-STATUS-OK                VALUE "00".
006930 77  WS-EVENT-END-SWITCH        PIC X(01)  VALUE "N".
006940     88  HONOREE-EVENTS-DONE             VALUE "Y".
007000*----------------------------------------------------------------*
007100* THE DECEMBER 9 DEFAULT ANNIVERSARY AND DUE-DATE WORK AREAS -   *
007200* SAME RULES AS THE GREETING JOB, INCLUDING FEBRUARY 29 FALLING  *
012500     05  WS-FORECAST-ENTRY      OCCURS 400 TIMES.
012600         10  FCT-OFFSET         PIC 9(02)  COMP.
012700         10  FCT-HONOREE-ID     PIC X(06).
012750         10  FCT-EVENT-TYPE     PIC X(01).
012800         10  FCT-NAME           PIC X(30).
012900         10  FCT-YEAR           PIC 9(04).
013000         10  FCT-MILESTONE      PIC X(01).
013700* CONTROL TOTALS                                                  *
013800*----------------------------------------------------------------*
013900 77  WS-HONOREE-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
013950 77  WS-EVENT-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
014000 77  WS-DUE-7-COUNT             PIC 9(05)  COMP  VALUE ZERO.
014100 77  WS-DUE-8-30-COUNT          PIC 9(05)  COMP  VALUE ZERO.
014200 77  WS-MILESTONE-COUNT         PIC 9(05)  COMP  VALUE ZERO.
015800     05  FILLER                 PIC X(02)  VALUE SPACES.
015900     05  DTL-NAME               PIC X(30).
016000     05  FILLER                 PIC X(02)  VALUE SPACES.
016010     05  DTL-EVENT              PIC X(11).
016020     05  FILLER                 PIC X(02)  VALUE SPACES.
016100     05  DTL-YEAR               PIC ZZZ9   BLANK WHEN ZERO.
016200     05  DTL-YEAR-LABEL         PIC X(06).
016300     05  FILLER                 PIC X(02)  VALUE SPACES.
016400     05  DTL-MILESTONE          PIC X(27).
016500     05  FILLER                 PIC X(04)  VALUE SPACES.
016600 01  WS-GROUP-DATE              PIC X(10).
016700 01  WS-TOTAL-LINE.
016800     05  TOT-LABEL              PIC X(30).
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019410     OPEN INPUT  HONOREE-EVENT
019420     IF NOT EVENT-STATUS-OK
019430         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
019440             WS-EVENT-STATUS
019450         MOVE 16 TO RETURN-CODE
019460         STOP RUN
019470     END-IF
019500     OPEN OUTPUT FORECAST-RPT
019600
019700     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
031200 1300-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------*
031500* 2000-PROCESS-HONOREE - WALK THE HONOREE-EVENT ROWS OF ONE      *
031600*                        ACTIVE HONOREE, FORECASTING EACH EVENT  *
031700*                        ON ITS OWN DATE                         *
031800*----------------------------------------------------------------*
031900 2000-PROCESS-HONOREE.
032000     IF NOT HON-ACTIVE OR HON-GREET-OPT-OUT
032100         GO TO 2000-NEXT
032200     END-IF
032300
032400     MOVE "N"                   TO WS-EVENT-END-SWITCH
032500     MOVE HON-ID                TO HEV-HONOREE-ID
032600     MOVE LOW-VALUES            TO HEV-EVENT-TYPE
032700     START HONOREE-EVENT KEY IS NOT LESS THAN HEV-EVENT-KEY
032800         INVALID KEY
032900             MOVE "Y"           TO WS-EVENT-END-SWITCH
033000     END-START
033100     PERFORM 2050-PROCESS-EVENT THRU 2050-EXIT
033200         UNTIL HONOREE-EVENTS-DONE
033400     .
033500 2000-NEXT.
033600     PERFORM 1100-READ-HONOREE  THRU 1100-EXIT
033700     .
033800 2000-EXIT.
033900     EXIT.
033902*----------------------------------------------------------------*
033904* 2050-PROCESS-EVENT - READ THE NEXT HONOREE-EVENT ROW AND,      *
033906*                      WHILE IT STILL BELONGS TO THIS HONOREE,   *
033908*                      APPLY THE GREETING DUE-DATE RULES AND     *
033910*                      TEST ITS GREET DATE AGAINST EVERY         *
033912*                      LOOK-AHEAD DATE                           *
033914*----------------------------------------------------------------*
033916 2050-PROCESS-EVENT.
033918     READ HONOREE-EVENT NEXT RECORD
033920         AT END
033922             MOVE "Y"           TO WS-EVENT-END-SWITCH
033924             GO TO 2050-EXIT
033926     END-READ
033928     IF HEV-HONOREE-ID NOT = HON-ID
033930         MOVE "Y"               TO WS-EVENT-END-SWITCH
033932         GO TO 2050-EXIT
033934     END-IF
033936     ADD 1 TO WS-EVENT-READ-COUNT
033938
033940     MOVE HEV-EVENT-MONTH       TO WS-GREET-MONTH
033942     MOVE HEV-EVENT-DAY         TO WS-GREET-DAY
033944     IF WS-GREET-MONTH = ZERO OR WS-GREET-DAY = ZERO
033946         MOVE WS-VALID-MONTH    TO WS-GREET-MONTH
033948         MOVE WS-VALID-DAY      TO WS-GREET-DAY
033950     END-IF
033952
033954     MOVE ZERO                  TO WS-DATE-IX
033956     PERFORM 2100-MATCH-DATES   THRU 2100-EXIT
033958         UNTIL WS-DATE-IX NOT < WS-LOOKAHEAD-DAYS
033960     .
033962 2050-EXIT.
033964     EXIT.
034000*----------------------------------------------------------------*
034100* 2100-MATCH-DATES - TEST THE EVENT'S GREET MONTH/DAY AGAINST    *
034200*                    ONE LOOK-AHEAD DATE.  A FEBRUARY 29 GREET   *
034300*                    DATE FALLS BACK TO THE 28TH WHEN THE TARGET *
034400*                    YEAR IS A COMMON YEAR, AS IN THE DAILY RUN. *
036300 2100-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------*
036600* 2200-HOLD-ENTRY - COUNT ONE DUE HONOREE EVENT AND HOLD THE     *
036700*                   ENTRY FOR THE GROUPED SECTIONS AT            *
036710*                   TERMINATION.  THE YEAR COUNT IS LEFT ZERO    *
036720*                   WHEN THE EVENT YEAR IS NOT KNOWN.            *
036800*----------------------------------------------------------------*
036900 2200-HOLD-ENTRY.
036910     IF HEV-EVENT-YEAR = ZERO
036920       OR HEV-EVENT-YEAR > DTE-YEAR (WS-DATE-IX)
036930         MOVE ZERO              TO WS-YEAR
036940     ELSE
037000         MOVE DTE-YEAR (WS-DATE-IX) TO WS-YEAR
037200         SUBTRACT HEV-EVENT-YEAR FROM WS-YEAR
037250     END-IF
037300
037400     IF WS-DATE-IX NOT > WS-SHORT-WINDOW-DAYS
037500         ADD 1 TO WS-DUE-7-COUNT
038100         ADD 1 TO WS-FORECAST-IX
038200         MOVE WS-DATE-IX        TO FCT-OFFSET     (WS-FORECAST-IX)
038300         MOVE HON-ID            TO FCT-HONOREE-ID (WS-FORECAST-IX)
038350         MOVE HEV-EVENT-TYPE    TO FCT-EVENT-TYPE (WS-FORECAST-IX)
038400         MOVE HON-NAME          TO FCT-NAME       (WS-FORECAST-IX)
038500         MOVE WS-YEAR           TO FCT-YEAR       (WS-FORECAST-IX)
038600         MOVE WS-MILESTONE-SWITCH
039510*                        HERE, AHEAD OF THE HOLD-TABLE LIMIT     *
039520*                        CHECK, SO THE CONTROL TOTAL STAYS       *
039530*                        HONEST EVEN IF THE TABLE OVERFLOWS.     *
039580*                        A BIRTHDAY IS NEVER A MILESTONE.        *
039600*----------------------------------------------------------------*
039700 2300-CHECK-MILESTONE.
039710     MOVE "N" TO WS-MILESTONE-SWITCH
039720     IF HEV-EVENT-BIRTHDAY
039730         GO TO 2300-EXIT
039740     END-IF
039800     DIVIDE WS-YEAR BY WS-MILESTONE-INTERVAL
039900         GIVING WS-MILESTONE-QUOTIENT
040000         REMAINDER WS-MILESTONE-REMAINDER
044300     MOVE "HONOREES READ..............:" TO TOT-LABEL
044400     MOVE WS-HONOREE-READ-COUNT TO TOT-COUNT
044500     WRITE FORECAST-RPT-REC     FROM WS-TOTAL-LINE
044510     MOVE "EVENT ROWS READ............:" TO TOT-LABEL
044520     MOVE WS-EVENT-READ-COUNT   TO TOT-COUNT
044530     WRITE FORECAST-RPT-REC     FROM WS-TOTAL-LINE
044600     MOVE "DUE WITHIN 7 DAYS..........:" TO TOT-LABEL
044700     MOVE WS-DUE-7-COUNT        TO TOT-COUNT
044800     WRITE FORECAST-RPT-REC     FROM WS-TOTAL-LINE
045400     WRITE FORECAST-RPT-REC     FROM WS-TOTAL-LINE
045500
045600     CLOSE HONOREE-FILE
045650     CLOSE HONOREE-EVENT
045700     CLOSE FORECAST-RPT
045800     .
045900 9000-EXIT.
049900     MOVE FCT-HONOREE-ID (WS-SCAN-IX) TO DTL-HONOREE-ID
050000     MOVE FCT-NAME       (WS-SCAN-IX) TO DTL-NAME
050100     MOVE FCT-YEAR       (WS-SCAN-IX) TO DTL-YEAR
050105     IF FCT-YEAR (WS-SCAN-IX) = ZERO
050110         MOVE SPACES            TO DTL-YEAR-LABEL
050115     ELSE
050120         MOVE " YEARS"          TO DTL-YEAR-LABEL
050125     END-IF
050130     EVALUATE FCT-EVENT-TYPE (WS-SCAN-IX)
050135         WHEN "S"
050140             MOVE "SERVICE"     TO DTL-EVENT
050145         WHEN "A"
050150             MOVE "ANNIVERSARY" TO DTL-EVENT
050155         WHEN OTHER
050160             MOVE "BIRTHDAY"    TO DTL-EVENT
050165     END-EVALUATE
050200     IF FCT-MILESTONE (WS-SCAN-IX) = "Y"
050300         MOVE "** MILESTONE ANNIVERSARY **" TO DTL-MILESTONE
050400     ELSE
