002000*                  WITH COUNTS BY MILESTONE LEVEL, SO HR CAN      *
002100*                  BUDGET AWARDS A YEAR AHEAD INSTEAD OF          *
002200*                  EYEBALLING THE FILE PRINTOUT.                  *
002210* 10/15/2026 RC    SERVICE YEARS NOW COME FROM THE HONOREE'S      *
002220*                  SERVICE ("S") ROW ON HONOREE-EVENT INSTEAD OF  *
002230*                  THE BIRTH YEAR ON HONOREE-FILE.  ACTIVE        *
002240*                  EMPLOYEES WITH NO SERVICE ROW, OR ONE WITH NO  *
002250*                  HIRE YEAR, ARE COUNTED IN A NEW CONTROL TOTAL  *
002260*                  AND NOT TESTED.                                *
002300*================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003300                               RECORD KEY IS HON-ID
003400                               FILE STATUS IS WS-HONOREE-STATUS.
003500
003510     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003520                               ORGANIZATION IS INDEXED
003530                               ACCESS MODE IS RANDOM
003540                               RECORD KEY IS HEV-EVENT-KEY
003550                               FILE STATUS IS WS-EVENT-STATUS.
003560
003600     SELECT HR-MASTER-FILE     ASSIGN TO HRMASTER
003700                               ORGANIZATION IS INDEXED
003800                               ACCESS MODE IS RANDOM
005300 FD  HONOREE-FILE
005400     RECORDING MODE IS F.
005500     COPY HONOREE.
005510*----------------------------------------------------------------*
005520* HONOREE-EVENT - RANDOM LOOKUP OF EACH EMPLOYEE'S SERVICE ROW   *
005530* FOR THE HIRE YEAR THE SERVICE YEARS ARE COUNTED FROM           *
005540*----------------------------------------------------------------*
005550 FD  HONOREE-EVENT
005560     RECORDING MODE IS F.
005570     COPY HONEVENT.
005600*----------------------------------------------------------------*
005700* HR-MASTER-FILE - RANDOM LOOKUP BY EMPLOYEE ID TO CONFIRM EACH  *
005800* CANDIDATE IS STILL AN ACTIVE EMPLOYEE                          *
010300 77  WS-HR-STATUS               PIC X(02).
010400     88  HR-STATUS-OK                   VALUE "00".
010500     88  HR-STATUS-NOT-FOUND            VALUE "23".
010510 77  WS-EVENT-STATUS            PIC X(02).
010520     88  EVENT-STATUS-OK                VALUE "00".
010600 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
010700     88  HONOREE-EOF                     VALUE "Y".
010800*----------------------------------------------------------------*
013100 77  WS-EMPLOYEE-COUNT          PIC 9(07)  COMP  VALUE ZERO.
013200 77  WS-ELIGIBLE-COUNT          PIC 9(05)  COMP  VALUE ZERO.
013300 77  WS-UNCONFIRMED-COUNT       PIC 9(05)  COMP  VALUE ZERO.
013350 77  WS-NO-SERVICE-COUNT        PIC 9(05)  COMP  VALUE ZERO.
013400*----------------------------------------------------------------*
013500* REPORT LINE WORK AREAS                                          *
013600*----------------------------------------------------------------*
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018610     OPEN INPUT  HONOREE-EVENT
018620     IF NOT EVENT-STATUS-OK
018630         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
018640             WS-EVENT-STATUS
018650         MOVE 16 TO RETURN-CODE
018660         STOP RUN
018670     END-IF
018700     OPEN INPUT  HR-MASTER-FILE
018800     IF NOT HR-STATUS-OK
018900         DISPLAY "UNABLE TO OPEN HR-MASTER-FILE - FILE STATUS = "
023400*----------------------------------------------------------------*
023500* 2000-PROCESS-HONOREE - TEST ONE ACTIVE EMPLOYEE ENTRY FOR A    *
023600*                        MILESTONE ANNIVERSARY IN THE AWARD YEAR *
023610*                        OF SERVICE, COUNTED FROM THE HIRE YEAR  *
023620*                        ON ITS HONOREE-EVENT SERVICE ROW        *
023700*----------------------------------------------------------------*
023800 2000-PROCESS-HONOREE.
023900     IF NOT HON-ACTIVE OR NOT HON-TYPE-EMPLOYEE
024100     END-IF
024200     ADD 1 TO WS-EMPLOYEE-COUNT
024300
024305     MOVE HON-ID                TO HEV-HONOREE-ID
024310     MOVE "S"                   TO HEV-EVENT-TYPE
024315     READ HONOREE-EVENT
024320         INVALID KEY
024325             MOVE ZERO          TO HEV-EVENT-YEAR
024330     END-READ
024335     IF HEV-EVENT-YEAR = ZERO
024340       OR HEV-EVENT-YEAR NOT < WS-AWARD-YEAR
024345         ADD 1 TO WS-NO-SERVICE-COUNT
024350         GO TO 2000-NEXT
024355     END-IF
024360
024400     MOVE WS-AWARD-YEAR         TO WS-YEAR
024500     SUBTRACT HEV-EVENT-YEAR  FROM WS-YEAR
024600     IF WS-YEAR = ZERO OR WS-YEAR > 9999
024700         GO TO 2000-NEXT
024800     END-IF
033300     MOVE "NOT CONFIRMED BY HR........:" TO TOT-LABEL
033400     MOVE WS-UNCONFIRMED-COUNT  TO TOT-COUNT
033500     WRITE CONTROL-RPT-REC      FROM WS-TOTAL-LINE
033510     MOVE "NO SERVICE DATE ON FILE....:" TO TOT-LABEL
033520     MOVE WS-NO-SERVICE-COUNT   TO TOT-COUNT
033530     WRITE CONTROL-RPT-REC      FROM WS-TOTAL-LINE
033600
033700     CLOSE HONOREE-FILE
033750     CLOSE HONOREE-EVENT
033800     CLOSE HR-MASTER-FILE
033900     CLOSE ELIGIBILITY-FILE
034000     CLOSE CONTROL-RPT
