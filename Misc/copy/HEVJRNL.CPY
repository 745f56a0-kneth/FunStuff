000100*================================================================*
000200* HEVJRNL.CPY                                                    *
000300* RECORD LAYOUT FOR THE HONOREE-EVENT MAINTENANCE CHANGE JOURNAL *
000400* - ONE ROW PER ADD, UPDATE, OR DELETE APPLIED TO HONOREE-EVENT, *
000500* CARRYING THE OPERATOR, A TIMESTAMP, AND THE BEFORE AND AFTER   *
000600* IMAGES OF HONOREE-EVENT-REC, MATCHING THE HONJRNL CONVENTION.  *
000700* THE IMAGE FIELDS ARE SIZED TO THE HONOREE-EVENT-REC LENGTH AND *
000800* MUST BE WIDENED WHENEVER HONEVENT.CPY GROWS.                   *
000900*----------------------------------------------------------------*
001000* MODIFICATION HISTORY                                           *
001100*----------------------------------------------------------------*
001200* DATE       INIT  DESCRIPTION                                   *
001300* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001400*================================================================*
001500 01  HONOREE-EVENT-JRNL-REC.
001600     05  HEJ-RUN-DATE           PIC X(10).
001700     05  HEJ-TIME               PIC X(08).
001800     05  HEJ-OPERATOR-ID        PIC X(08).
001900     05  HEJ-TRAN-TYPE          PIC X(01).
002000         88  HEJ-TRAN-ADD               VALUE "A".
002100         88  HEJ-TRAN-UPDATE            VALUE "U".
002200         88  HEJ-TRAN-DELETE            VALUE "D".
002300     05  HEJ-BEFORE-IMAGE       PIC X(80).
002400     05  HEJ-AFTER-IMAGE        PIC X(80).
002500     05  FILLER                 PIC X(01).
