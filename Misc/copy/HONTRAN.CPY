001070* 09/03/2026 RC    ADDED HTR-DEPT-CODE, THE DEPARTMENT/LOCATION   *
001080*                  CODE (BLANK = NONE ON ADD / NO CHANGE ON       *
001090*                  UPDATE).                                       *
001091* 10/15/2026 RC    ADDED HTR-HIRE-DATE, THE HIRE/SERVICE DATE     *
001092*                  KEPT ON THE HONOREE'S SERVICE EVENT ROW (ZERO  *
001093*                  = NONE ON ADD / NO CHANGE ON UPDATE).  THE HR  *
001094*                  FEED STEP HONHRFD NOW WRITES THIS FILE AS      *
001095*                  WELL AS THE COORDINATORS.                      *
001100*================================================================*
001200 01  HONOREE-TRAN-REC.
001300     05  HTR-ACTION             PIC X(01).
002260     05  HTR-EMAIL-ADDR         PIC X(40).
002270     05  HTR-GREET-PREF         PIC X(01).
002280     05  HTR-DEPT-CODE          PIC X(03).
002380     05  HTR-HIRE-DATE.
002480         10  HTR-HIRE-YEAR      PIC 9(04).
002580         10  HTR-HIRE-MONTH     PIC 9(02).
002680         10  HTR-HIRE-DAY       PIC 9(02).
002780     05  FILLER                 PIC X(20).
