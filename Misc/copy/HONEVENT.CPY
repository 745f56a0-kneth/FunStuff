000100*================================================================*
000200* HONEVENT.CPY                                                   *
000300* RECORD LAYOUT FOR THE HONOREE-EVENT FILE - ONE ROW PER EVENT   *
000400* TYPE PER HONOREE (BIRTHDAY, HIRE/SERVICE ANNIVERSARY, COMPANY  *
000500* OR HISTORICAL ANNIVERSARY), EACH WITH ITS OWN DATE AND ITS OWN *
000600* GREETING WORDING, KEYED BY THE HONOREE-ID PLUS THE EVENT TYPE  *
000700* SO ALL OF ONE HONOREE'S EVENTS READ TOGETHER.  MAINTAINED BY   *
000800* HEVMAINT, HONMAINT AND HONBLOAD; READ BY HONXREF, GREETING,    *
000900* HONFCST, HONAWARD, GAUDMON AND EMLSTAT.  A ZERO MONTH/DAY      *
001000* MEANS THE SHOP DEFAULT OF DECEMBER 9; A ZERO YEAR MEANS THE    *
001100* YEAR IS NOT KNOWN AND NO YEAR COUNT IS PRINTED.  SPACES IN     *
001200* HEV-GREETING-TEXT MEANS THE STANDARD WORDING FOR THE TYPE.     *
001300*----------------------------------------------------------------*
001400* MODIFICATION HISTORY                                           *
001500*----------------------------------------------------------------*
001600* DATE       INIT  DESCRIPTION                                   *
001700* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001800*================================================================*
001900 01  HONOREE-EVENT-REC.
002000     05  HEV-EVENT-KEY.
002100         10  HEV-HONOREE-ID     PIC X(06).
002200         10  HEV-EVENT-TYPE     PIC X(01).
002300             88  HEV-EVENT-BIRTHDAY     VALUE "B".
002400             88  HEV-EVENT-SERVICE      VALUE "S".
002500             88  HEV-EVENT-ANNIVERSARY  VALUE "A".
002600             88  HEV-EVENT-VALID        VALUE "B" "S" "A".
002700     05  HEV-EVENT-YEAR         PIC 9(04).
002800     05  HEV-EVENT-MONTH        PIC 9(02).
002900     05  HEV-EVENT-DAY          PIC 9(02).
003000     05  HEV-GREETING-TEXT      PIC X(40).
003100     05  FILLER                 PIC X(25).
