000100*****************************************************************
000200*                                                               *
000300*   SIMPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE ACTSIM PARAMETER FILE.  THE          *
000600*   SIMULATION DATE (YYYYMMDD) IS THE DAY THE EFFECTIVE AND    *
000700*   EXPIRY WINDOWS ARE SCREENED AGAINST, SO A SEASONAL CHANGE  *
000800*   CAN BE TRIED OUT FOR THE DAY IT WILL BITE; ZERO OR MISSING *
000900*   MEANS TODAY.  THE TRAILING FILLER IS RESERVED FOR FUTURE   *
001000*   OPTIONS.                                                   *
001100*                                                               *
001200*****************************************************************
001300 01  SIM-PARM-RECORD.
001400     05  SP-SIM-DATE             PIC 9(08).
001500     05  FILLER                  PIC X(32).
