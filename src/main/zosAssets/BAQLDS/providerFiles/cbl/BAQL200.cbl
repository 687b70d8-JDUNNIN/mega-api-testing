      *                      READS INTO IO-VSAM-RECORD - BAQL400 IN    *
      *                      PARTICULAR - MUST BE RECOMPILED WITH      *
      *                      THE WIDENED COPYBOOK.                     *
      *  2026-10-15  BAQLDS  AN INCREMENTAL FILE'S DELETE ROW IS       *
      *                      WRITTEN TO BAQPROV WITH RECORD STATUS X   *
      *                      RATHER THAN G, SO BAQL210, BAQL600 AND    *
      *                      BAQL900 CAN TELL A PROVIDER REMOVAL FROM  *
      *                      A LIVE PROVIDER RECORD.                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL200.
      *  3000-WRITE-RECORDS  -  one BAQPROV write per IO-RECORD entry. *
      *  BAD records are held on the PROVSUSP suspense file instead    *
      *  and reach BAQPROV only when released online.                  *
      *  An incremental delete row is written with status X, not G.   *
      *----------------------------------------------------------------*
       3000-WRITE-RECORDS.
           IF IO-RECORD-STATUS-BAD(WS-REC-IDX)
           MOVE LK-FILE-TYPE               TO IO-VSAM-FILE-TYPE.
           MOVE IO-RECORD-STATUS(WS-REC-IDX)
                                            TO IO-VSAM-RECORD-STATUS.
           IF IO-RECORD-ACTION-DELETE(WS-REC-IDX)
              SET IO-VSAM-STATUS-DELETED TO TRUE
           END-IF.
           MOVE IO-TEXT-AA(WS-REC-IDX)      TO IO-VSAM-TEXT-AA.
           MOVE IO-TEXT-BB(WS-REC-IDX)      TO IO-VSAM-TEXT-BB.
           MOVE IO-TEXT-CC(WS-REC-IDX)      TO IO-VSAM-TEXT-CC.
