000100*================================================================*
000200* DPTJRNL.CPY                                                    *
000300* RECORD LAYOUT FOR THE DEPARTMENT CONTROL FILE MAINTENANCE      *
000400* CHANGE JOURNAL - ONE ROW PER ADD, UPDATE, OR DELETE APPLIED TO *
000500* DEPT-CONTROL, CARRYING THE OPERATOR, A TIMESTAMP, AND THE      *
000600* BEFORE AND AFTER IMAGES OF DEPT-CONTROL-REC, MATCHING THE      *
000700* HONJRNL CONVENTION.  THE IMAGE FIELDS ARE SIZED TO THE         *
000800* DEPT-CONTROL-REC LENGTH AND MUST BE WIDENED WHENEVER           *
000900* DEPTCTL.CPY GROWS.                                             *
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*----------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                   *
001400* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001500*================================================================*
001600 01  DEPT-CONTROL-JRNL-REC.
001700     05  DPJ-RUN-DATE           PIC X(10).
001800     05  DPJ-TIME               PIC X(08).
001900     05  DPJ-OPERATOR-ID        PIC X(08).
002000     05  DPJ-TRAN-TYPE          PIC X(01).
002100         88  DPJ-TRAN-ADD               VALUE "A".
002200         88  DPJ-TRAN-UPDATE            VALUE "U".
002300         88  DPJ-TRAN-DELETE            VALUE "D".
002400     05  DPJ-BEFORE-IMAGE       PIC X(200).
002500     05  DPJ-AFTER-IMAGE        PIC X(200).
002600     05  FILLER                 PIC X(01).
