      *                      WITH THE SUSPEND SWITCH ON, SUSPENDED     *
      *                      THE NEW CORRECT RECORD SO BAQL900         *
      *                      SHIPPED THE STALE VALUES.                 *
      *  2026-10-15  BAQLDS  A SUSPENDED RECORD CARRIES NO INCREMENTAL *
      *                      ACTION CODE, SO ITS RELEASE APPLIES IT AS *
      *                      LOADED.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL160.
           MOVE IO-VSAM-TEXT-FF   TO IO-SUSP-TEXT-FF.
           MOVE IO-VSAM-TEXT-GG   TO IO-SUSP-TEXT-GG.
           MOVE IO-VSAM-LOAD-TS   TO IO-SUSP-LOAD-TS.
           SET IO-SUSP-ACTION-NONE TO TRUE.
           REWRITE IO-SUSP-RECORD
               INVALID KEY
                   WRITE IO-SUSP-RECORD
