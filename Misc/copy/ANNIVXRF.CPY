001300*----------------------------------------------------------------*
001400* DATE       INIT  DESCRIPTION                                   *
001500* 09/03/2026 RC    ORIGINAL COPYBOOK.                             *
001510* 10/15/2026 RC    ADDED AXR-EVENT-TYPE TO THE KEY, CARVED FROM   *
001520*                  THE TRAILING FILLER - THE FILE NOW CARRIES ONE *
001530*                  ROW PER GREETABLE HONOREE-EVENT ROW (BIRTHDAY, *
001540*                  SERVICE, ANNIVERSARY), SO ONE HONOREE CAN BE   *
001550*                  DUE MORE THAN ONCE A YEAR.                     *
001600*================================================================*
001700 01  ANNIV-XREF-REC.
001800     05  AXR-XREF-KEY.
002000             15  AXR-GREET-MONTH PIC 9(02).
002100             15  AXR-GREET-DAY   PIC 9(02).
002200         10  AXR-HONOREE-ID     PIC X(06).
002250         10  AXR-EVENT-TYPE     PIC X(01).
002300     05  FILLER                 PIC X(09).
