001100*   TO RUN (DUPLICATE ROSTER BATCH FOR THE RUN DATE).  THIS    *
001200*   FILE IS THE AUDIT ANSWER TO "DID THE PURGE ACTUALLY RUN    *
001300*   LAST MONTH?".                                              *
001310*   'FAILED' MARKS A STEP THAT RETURNED A NON-ZERO RETURN      *
001320*   CODE OR COULD NOT BE LOADED, AND 'SKIPPED' A STEP RUNCTL   *
001330*   DID NOT RUN BECAUSE A STEP IT DEPENDS ON WAS NOT CLEAN FOR *
001340*   THE RUN DATE.  ON A RESTART, A STEP ALREADY ENDED-OK FOR   *
001350*   THE DATE IS REFUSED RATHER THAN RERUN.                     *
001400*                                                               *
001410*   MODIFICATION HISTORY                                       *
001420*   DATE       INIT DESCRIPTION                                *
001430*   ---------- ---- -------------------------------------------*
001440*   2026-10-10  RLC ADDED THE FAILED AND SKIPPED STATUSES.     *
001450*                                                               *
001500*****************************************************************
001600 01  RUN-HISTORY-RECORD.
001700     05  RH-RUN-DATE             PIC 9(08).
002800         88  RH-STARTED          VALUE 'STARTED '.
002900         88  RH-ENDED-OK         VALUE 'ENDED-OK'.
003000         88  RH-REFUSED          VALUE 'REFUSED '.
003010         88  RH-FAILED           VALUE 'FAILED  '.
003020         88  RH-SKIPPED          VALUE 'SKIPPED '.
