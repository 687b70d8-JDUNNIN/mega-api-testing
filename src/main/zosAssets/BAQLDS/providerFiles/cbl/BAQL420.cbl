      *================================================================*
      *  PROGRAM-ID.  BAQL420                                         *
      *  AUTHOR.      BAQLDS ONLINE SUPPORT                            *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Pseudo-conversational CICS date-of-service inquiry against    *
      *  the PROVMAST effective-dated master (IO-MAST.cpy) that        *
      *  BAQL210 builds, a sibling to the BAQL400 staging inquiry.     *
      *  BAQL400 only pages through the BAQPROV cycles, which BAQL700  *
      *  retention retires; PROVMAST is the permanent history.  The    *
      *  operator keys a provider id and a date of service - and,      *
      *  optionally, a file type to confine the answer to one feed,    *
      *  since every file type's rows for the id share the master -    *
      *  and presses ENTER:                                            *
      *    - the row in force is the one with the greatest effective   *
      *      date not after the date of service - with no file type    *
      *      keyed, among the rows of types that carry a TERM DATE     *
      *      (PROVDEMO, PROVDENT), since only those can be termed,     *
      *      or among all the rows when the id has none of them;       *
      *    - it is ACTIVE when its term date is zero or after the      *
      *      date of service, TERMED when the date of service is on    *
      *      or after its term date;                                   *
      *    - NOT ACTIVE when every row of the id starts after the      *
      *      date of service (the earliest row is shown instead).      *
      *  PF7/PF8 then step backward/forward through the id's full      *
      *  row history, each row showing its effective date, term date,  *
      *  file type, the AA-GG values under their IO-FLDMAP business    *
      *  names, and the load timestamp the row came from.  The row in  *
      *  force is flagged wherever it sits in the history.             *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  WITH NO FILE TYPE KEYED, ONLY A ROW OF A  *
      *                      TYPE CARRYING A TERM DATE DECIDES         *
      *                      STANDING - A LATER PROVMSTR, PROVTAX OR   *
      *                      PROVCRED ROW WITH NO TERM DATE SHOWED A   *
      *                      TERMED PROVIDER ACTIVE.                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL420.
       AUTHOR.        BAQLDS ONLINE SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY BAQL42M.
       COPY IO-MAST.
       COPY IO-FLDMAP.
       COPY DFHAID.

       01  WS-SWITCHES.
           05  WS-BROWSE-SW                       PIC X(01) VALUE 'N'.
               88  WS-END-OF-BROWSE                         VALUE 'Y'.
           05  WS-ROW-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND                             VALUE 'Y'.
           05  WS-FORCE-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  WS-FORCE-FOUND                           VALUE 'Y'.
           05  WS-MAP-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                             VALUE 'Y'.
           05  WS-TERM-TYPE-SW                    PIC X(01) VALUE 'N'.
               88  WS-TERM-TYPE                             VALUE 'Y'.
           05  WS-TERM-ROWS-SW                    PIC X(01) VALUE 'N'.
               88  WS-TERM-ROWS-SEEN                        VALUE 'Y'.
           05  WS-ANY-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  WS-ANY-FOUND                             VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                         PIC S9(4) COMP
                                                   VALUE 0.
           05  WS-SLOT-NBR                        PIC S9(4) COMP
                                                   VALUE 0.

       01  WS-RESP-CODE                           PIC S9(8) COMP.

      *----------------------------------------------------------------*
      *  Inquiry work - the date of service as keyed, and the rows     *
      *  the history scan counted.                                     *
      *----------------------------------------------------------------*
       01  WS-INQUIRY-WORK.
           05  WS-DOS-X                           PIC X(08)
                                                   VALUE SPACES.
           05  WS-DOS REDEFINES WS-DOS-X          PIC 9(08).
           05  WS-ROW-NBR                         PIC 9(04) VALUE 0.
           05  WS-ROW-CNT                         PIC 9(04) VALUE 0.
           05  WS-FORCE-ROW-NBR                   PIC 9(04) VALUE 0.
           05  WS-ANY-ROW-NBR                     PIC 9(04) VALUE 0.
           05  WS-STANDING                        PIC X(40)
                                                   VALUE SPACES.

      *----------------------------------------------------------------*
      *  Hold areas for the row in force, the row in force of any      *
      *  type (for an id with no rows of a type carrying a TERM DATE)  *
      *  and the earliest row of the id, kept as the history scan      *
      *  reads past them so the right one can be put on display once   *
      *  the scan ends.                                                *
      *----------------------------------------------------------------*
       01  WS-FORCE-HOLD                          PIC X(690).
       01  WS-ANY-HOLD                            PIC X(690).
       01  WS-FIRST-HOLD                          PIC X(690).

      *----------------------------------------------------------------*
      *  The seven IO-FLDMAP business names for the file type of the   *
      *  row on display; blank when the type has no mapping.           *
      *----------------------------------------------------------------*
       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT                   PIC X(30) OCCURS 7
                                                  TIMES.

      *----------------------------------------------------------------*
      *  COMMAREA carried across pseudo-conversational trips - the     *
      *  inquiry as keyed, the PROVMAST key of the row on display,     *
      *  where it sits in the history, and the standing the inquiry    *
      *  found, so PF7/PF8 can step from it without re-keying.         *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-PROVIDER-ID                      PIC X(80).
           05  CA-DOS                              PIC 9(08).
           05  CA-FILE-TYPE                        PIC X(08).
           05  CA-ROW-EFF-DATE                     PIC 9(08).
           05  CA-ROW-NBR                          PIC 9(04).
           05  CA-ROW-CNT                          PIC 9(04).
           05  CA-FORCE-ROW-NBR                    PIC 9(04).
           05  CA-STANDING                         PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-PROVIDER-ID                      PIC X(80).
           05  LK-DOS                              PIC 9(08).
           05  LK-FILE-TYPE                        PIC X(08).
           05  LK-ROW-EFF-DATE                     PIC 9(08).
           05  LK-ROW-NBR                          PIC 9(04).
           05  LK-ROW-CNT                          PIC 9(04).
           05  LK-FORCE-ROW-NBR                    PIC 9(04).
           05  LK-STANDING                         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0
              PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM 2000-HANDLE-AID    THRU 2000-EXIT
           END-IF.
           PERFORM 9999-RETURN-CONTROL   THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-FIRST-TIME  -  transaction entered cold; show an empty   *
      *  screen inviting a provider id and date of service.            *
      *----------------------------------------------------------------*
       1000-FIRST-TIME.
           MOVE LOW-VALUES TO BAQL42M1O.
           MOVE SPACES TO CA-PROVIDER-ID.
           MOVE SPACES TO CA-FILE-TYPE.
           MOVE SPACES TO CA-STANDING.
           MOVE 0      TO CA-DOS CA-ROW-EFF-DATE CA-ROW-NBR
                          CA-ROW-CNT CA-FORCE-ROW-NBR.
           MOVE 'ENTER PROVIDER ID AND DATE OF SERVICE, THEN PRESS '
                & 'ENTER' TO BAQ4DMSGO.
           PERFORM 3100-SEND-MAP THRU 3100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-HANDLE-AID  -  dispatch on the key the operator pressed. *
      *----------------------------------------------------------------*
       2000-HANDLE-AID.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-INQUIRE-DATE-OF-SVC THRU 2100-EXIT
               WHEN DFHPF7
                   PERFORM 2200-STEP-BACKWARD       THRU 2200-EXIT
               WHEN DFHPF8
                   PERFORM 2300-STEP-FORWARD        THRU 2300-EXIT
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE LOW-VALUES TO BAQL42M1O
                   MOVE 'USE ENTER TO INQUIRE, PF7/PF8 TO STEP ROWS, '
                        & 'PF3 TO EXIT' TO BAQ4DMSGO
                   PERFORM 3100-SEND-MAP THRU 3100-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-INQUIRE-DATE-OF-SVC  -  scan the keyed id's full row     *
      *  history once, counting its rows and noting the row in force   *
      *  on the date of service, then show that row (or the earliest   *
      *  row when none was in force yet) with the standing found.      *
      *  With no file type keyed only a row of a type that carries a   *
      *  TERM DATE decides, unless the id has no such rows.            *
      *----------------------------------------------------------------*
       2100-INQUIRE-DATE-OF-SVC.
           EXEC CICS RECEIVE MAP('BAQL42M1')
               MAPSET('BAQL42M')
               INTO(BAQL42M1I)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              OR BAQ4DPIDL = 0 OR BAQ4DDOSL = 0
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE 'BOTH PROVIDER ID AND DATE OF SERVICE ARE REQUIRED'
                TO BAQ4DMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2100-EXIT
           END-IF.
           MOVE BAQ4DDOSI TO WS-DOS-X.
           IF WS-DOS-X NOT NUMERIC
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE BAQ4DPIDI TO BAQ4DPIDO
              MOVE 'DATE OF SERVICE MUST BE YYYYMMDD' TO BAQ4DMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE SPACES    TO CA-PROVIDER-ID.
           MOVE BAQ4DPIDI TO CA-PROVIDER-ID.
           MOVE WS-DOS    TO CA-DOS.
           IF BAQ4DFTFL > 0
              MOVE BAQ4DFTFI TO CA-FILE-TYPE
           ELSE
              MOVE SPACES    TO CA-FILE-TYPE
           END-IF.

           MOVE 0 TO WS-ROW-CNT.
           MOVE 0 TO WS-FORCE-ROW-NBR.
           MOVE 0 TO WS-ANY-ROW-NBR.
           SET WS-FORCE-FOUND-SW TO 'N'.
           SET WS-ANY-FOUND-SW TO 'N'.
           SET WS-TERM-ROWS-SW TO 'N'.
           SET WS-BROWSE-SW TO 'N'.
           MOVE CA-PROVIDER-ID TO IO-MAST-PROVIDER-ID.
           MOVE 0              TO IO-MAST-EFF-DATE.
           EXEC CICS STARTBR
               DATASET('PROVMAST')
               RIDFLD(IO-MAST-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 2110-SCAN-ONE-ROW THRU 2110-EXIT
                  UNTIL WS-END-OF-BROWSE
              EXEC CICS ENDBR
                  DATASET('PROVMAST')
              END-EXEC
           END-IF.

           IF WS-ROW-CNT = 0
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE CA-PROVIDER-ID TO BAQ4DPIDO
              MOVE CA-DOS         TO BAQ4DDOSO
              MOVE CA-FILE-TYPE   TO BAQ4DFTFO
              MOVE 'NO PROVMAST HISTORY' TO BAQ4DSTDO
              MOVE 'NO PROVMAST ROWS FOR THAT PROVIDER ID'
                TO BAQ4DMSGO
              MOVE 0 TO CA-ROW-CNT CA-ROW-NBR CA-FORCE-ROW-NBR
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2100-EXIT
           END-IF.

           IF NOT WS-TERM-ROWS-SEEN
              AND WS-ANY-FOUND
              MOVE WS-ANY-HOLD    TO WS-FORCE-HOLD
              MOVE WS-ANY-ROW-NBR TO WS-FORCE-ROW-NBR
              SET WS-FORCE-FOUND TO TRUE
           END-IF.
           IF WS-FORCE-FOUND
              MOVE WS-FORCE-HOLD    TO IO-MAST-RECORD
              MOVE WS-FORCE-ROW-NBR TO WS-ROW-NBR
              IF IO-MAST-TERM-DATE NOT = 0
                 AND CA-DOS NOT < IO-MAST-TERM-DATE
                 MOVE SPACES TO WS-STANDING
                 STRING 'TERMED ' IO-MAST-TERM-DATE
                        ' - NOT ACTIVE ON DOS'
                        DELIMITED BY SIZE
                        INTO WS-STANDING
                 END-STRING
              ELSE
                 MOVE 'ACTIVE ON DATE OF SERVICE' TO WS-STANDING
              END-IF
           ELSE
              MOVE WS-FIRST-HOLD TO IO-MAST-RECORD
              MOVE 1             TO WS-ROW-NBR
              MOVE 'NOT ACTIVE - NO ROW IN FORCE ON DOS'
                TO WS-STANDING
           END-IF.
           MOVE WS-STANDING      TO CA-STANDING.
           MOVE WS-ROW-CNT       TO CA-ROW-CNT.
           MOVE WS-FORCE-ROW-NBR TO CA-FORCE-ROW-NBR.
           MOVE 'PF7/PF8 STEP THROUGH THE PROVIDER''S ROW HISTORY'
             TO BAQ4DMSGO.
           PERFORM 3000-SHOW-ROW THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2110-SCAN-ONE-ROW.
           PERFORM 2400-READ-NEXT-ROW THRU 2400-EXIT.
           IF WS-END-OF-BROWSE
              GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-ROW-CNT.
           IF WS-ROW-CNT = 1
              MOVE IO-MAST-RECORD TO WS-FIRST-HOLD
           END-IF.
           PERFORM 2120-TEST-TERM-TYPE THRU 2120-EXIT.
           IF WS-TERM-TYPE
              SET WS-TERM-ROWS-SEEN TO TRUE
           END-IF.
           IF IO-MAST-EFF-DATE > CA-DOS
              GO TO 2110-EXIT
           END-IF.
           MOVE IO-MAST-RECORD TO WS-ANY-HOLD.
           MOVE WS-ROW-CNT     TO WS-ANY-ROW-NBR.
           SET WS-ANY-FOUND TO TRUE.
           IF WS-TERM-TYPE
              MOVE IO-MAST-RECORD TO WS-FORCE-HOLD
              MOVE WS-ROW-CNT     TO WS-FORCE-ROW-NBR
              SET WS-FORCE-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2120-TEST-TERM-TYPE  -  whether the row just read may decide  *
      *  standing: any row of a keyed file type, otherwise a row whose *
      *  file type carries a TERM DATE slot in IO-FLDMAP.              *
      *----------------------------------------------------------------*
       2120-TEST-TERM-TYPE.
           SET WS-TERM-TYPE-SW TO 'N'.
           IF CA-FILE-TYPE NOT = SPACES
              SET WS-TERM-TYPE TO TRUE
              GO TO 2120-EXIT
           END-IF.
           PERFORM 3010-NAME-SLOTS THRU 3010-EXIT.
           PERFORM 2130-TEST-ONE-SLOT THRU 2130-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7
                      OR WS-TERM-TYPE.
       2120-EXIT.
           EXIT.

       2130-TEST-ONE-SLOT.
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR) = 'TERM DATE'
              SET WS-TERM-TYPE TO TRUE
           END-IF.
       2130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-STEP-BACKWARD  -  reposition on the row on display and   *
      *  read backward to the id's previous row of the requested       *
      *  file type.                                                    *
      *----------------------------------------------------------------*
       2200-STEP-BACKWARD.
           IF CA-ROW-CNT = 0
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE 'INQUIRE ON A PROVIDER FIRST' TO BAQ4DMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-START-AT-ROW THRU 2500-EXIT.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              PERFORM 2600-REFRESH-ROW THRU 2600-EXIT
              GO TO 2200-EXIT
           END-IF.
      *    A READPREV straight after the STARTBR returns the row we
      *    are already sitting on; step past it before looking back.
           EXEC CICS READPREV
               DATASET('PROVMAST')
               INTO(IO-MAST-RECORD)
               RIDFLD(IO-MAST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           SET WS-BROWSE-SW TO 'N'.
           SET WS-ROW-FOUND-SW TO 'N'.
           PERFORM 2210-READ-PREV-ROW THRU 2210-EXIT
               UNTIL WS-END-OF-BROWSE OR WS-ROW-FOUND.
           EXEC CICS ENDBR
               DATASET('PROVMAST')
           END-EXEC.
           IF WS-ROW-FOUND
              SUBTRACT 1 FROM CA-ROW-NBR GIVING WS-ROW-NBR
              MOVE SPACES TO BAQ4DMSGO
              PERFORM 3000-SHOW-ROW THRU 3000-EXIT
           ELSE
              MOVE 'ALREADY AT THE EARLIEST ROW' TO BAQ4DMSGO
              PERFORM 2600-REFRESH-ROW THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-READ-PREV-ROW.
           EXEC CICS READPREV
               DATASET('PROVMAST')
               INTO(IO-MAST-RECORD)
               RIDFLD(IO-MAST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              OR IO-MAST-PROVIDER-ID NOT = CA-PROVIDER-ID
              SET WS-END-OF-BROWSE TO TRUE
              GO TO 2210-EXIT
           END-IF.
           IF CA-FILE-TYPE = SPACES
              OR IO-MAST-FILE-TYPE = CA-FILE-TYPE
              SET WS-ROW-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-STEP-FORWARD  -  reposition on the row on display and    *
      *  read forward to the id's next row of the requested file       *
      *  type.                                                         *
      *----------------------------------------------------------------*
       2300-STEP-FORWARD.
           IF CA-ROW-CNT = 0
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE 'INQUIRE ON A PROVIDER FIRST' TO BAQ4DMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2300-EXIT
           END-IF.
           PERFORM 2500-START-AT-ROW THRU 2500-EXIT.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              PERFORM 2600-REFRESH-ROW THRU 2600-EXIT
              GO TO 2300-EXIT
           END-IF.
      *    Skip past the row we are already sitting on before reading
      *    the next one forward.
           EXEC CICS READNEXT
               DATASET('PROVMAST')
               INTO(IO-MAST-RECORD)
               RIDFLD(IO-MAST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           SET WS-BROWSE-SW TO 'N'.
           SET WS-ROW-FOUND-SW TO 'N'.
           PERFORM 2310-FIND-NEXT-ROW THRU 2310-EXIT
               UNTIL WS-END-OF-BROWSE OR WS-ROW-FOUND.
           EXEC CICS ENDBR
               DATASET('PROVMAST')
           END-EXEC.
           IF WS-ROW-FOUND
              ADD 1 TO CA-ROW-NBR GIVING WS-ROW-NBR
              MOVE SPACES TO BAQ4DMSGO
              PERFORM 3000-SHOW-ROW THRU 3000-EXIT
           ELSE
              MOVE 'ALREADY AT THE LATEST ROW' TO BAQ4DMSGO
              PERFORM 2600-REFRESH-ROW THRU 2600-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FIND-NEXT-ROW.
           PERFORM 2400-READ-NEXT-ROW THRU 2400-EXIT.
           IF NOT WS-END-OF-BROWSE
              SET WS-ROW-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-READ-NEXT-ROW  -  the id's next PROVMAST row of the      *
      *  requested file type (any type when none was keyed); end of    *
      *  browse once the key moves on to another provider id.          *
      *----------------------------------------------------------------*
       2400-READ-NEXT-ROW.
           EXEC CICS READNEXT
               DATASET('PROVMAST')
               INTO(IO-MAST-RECORD)
               RIDFLD(IO-MAST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              OR IO-MAST-PROVIDER-ID NOT = CA-PROVIDER-ID
              SET WS-END-OF-BROWSE TO TRUE
              GO TO 2400-EXIT
           END-IF.
           IF CA-FILE-TYPE NOT = SPACES
              AND IO-MAST-FILE-TYPE NOT = CA-FILE-TYPE
              GO TO 2400-READ-NEXT-ROW
           END-IF.
       2400-EXIT.
           EXIT.

       2500-START-AT-ROW.
           MOVE CA-PROVIDER-ID  TO IO-MAST-PROVIDER-ID.
           MOVE CA-ROW-EFF-DATE TO IO-MAST-EFF-DATE.
           EXEC CICS STARTBR
               DATASET('PROVMAST')
               RIDFLD(IO-MAST-KEY)
               EQUAL
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'UNABLE TO REPOSITION BROWSE' TO BAQ4DMSGO
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-REFRESH-ROW  -  re-read and re-show the row already on   *
      *  display; the message is set by the caller.                    *
      *----------------------------------------------------------------*
       2600-REFRESH-ROW.
           MOVE CA-PROVIDER-ID  TO IO-MAST-PROVIDER-ID.
           MOVE CA-ROW-EFF-DATE TO IO-MAST-EFF-DATE.
           EXEC CICS READ
               DATASET('PROVMAST')
               INTO(IO-MAST-RECORD)
               RIDFLD(IO-MAST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BAQL42M1O
              MOVE 0 TO CA-ROW-CNT
              MOVE 'ROW IS GONE FROM PROVMAST - INQUIRE AGAIN'
                TO BAQ4DMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2600-EXIT
           END-IF.
           MOVE CA-ROW-NBR TO WS-ROW-NBR.
           PERFORM 3000-SHOW-ROW THRU 3000-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SHOW-ROW  -  move the current IO-MAST-RECORD into the    *
      *  map under its file type's IO-FLDMAP names and send it,        *
      *  remembering this row for the next PF7/PF8.                    *
      *----------------------------------------------------------------*
       3000-SHOW-ROW.
           MOVE CA-PROVIDER-ID     TO BAQ4DPIDO.
           MOVE CA-DOS             TO BAQ4DDOSO.
           MOVE CA-FILE-TYPE       TO BAQ4DFTFO.
           MOVE CA-STANDING        TO BAQ4DSTDO.
           MOVE WS-ROW-NBR         TO BAQ4DROWO.
           MOVE CA-ROW-CNT         TO BAQ4DCNTO.
           MOVE IO-MAST-EFF-DATE   TO BAQ4DEFFO.
           IF IO-MAST-TERM-DATE = 0
              MOVE SPACES            TO BAQ4DTRMO
           ELSE
              MOVE IO-MAST-TERM-DATE TO BAQ4DTRMO
           END-IF.
           MOVE IO-MAST-FILE-TYPE  TO BAQ4DFTYO.
           IF WS-ROW-NBR = CA-FORCE-ROW-NBR
              MOVE 'Y' TO BAQ4DINFO
           ELSE
              MOVE 'N' TO BAQ4DINFO
           END-IF.
           MOVE IO-MAST-LOAD-TS    TO BAQ4DLTSO.

           PERFORM 3010-NAME-SLOTS THRU 3010-EXIT.
           MOVE WS-SLOT-DESC-TXT(1) TO BAQ4DNAAO.
           MOVE WS-SLOT-DESC-TXT(2) TO BAQ4DNBBO.
           MOVE WS-SLOT-DESC-TXT(3) TO BAQ4DNCCO.
           MOVE WS-SLOT-DESC-TXT(4) TO BAQ4DNDDO.
           MOVE WS-SLOT-DESC-TXT(5) TO BAQ4DNEEO.
           MOVE WS-SLOT-DESC-TXT(6) TO BAQ4DNFFO.
           MOVE WS-SLOT-DESC-TXT(7) TO BAQ4DNGGO.
           MOVE IO-MAST-TEXT-AA    TO BAQ4DTAAO.
           MOVE IO-MAST-TEXT-BB    TO BAQ4DTBBO.
           MOVE IO-MAST-TEXT-CC    TO BAQ4DTCCO.
           MOVE IO-MAST-TEXT-DD    TO BAQ4DTDDO.
           MOVE IO-MAST-TEXT-EE    TO BAQ4DTEEO.
           MOVE IO-MAST-TEXT-FF    TO BAQ4DTFFO.
           MOVE IO-MAST-TEXT-GG    TO BAQ4DTGGO.

           MOVE IO-MAST-EFF-DATE TO CA-ROW-EFF-DATE.
           MOVE WS-ROW-NBR       TO CA-ROW-NBR.
           PERFORM 3100-SEND-MAP THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3010-NAME-SLOTS  -  the IO-FLDMAP business names for the      *
      *  file type of the row on display.                              *
      *----------------------------------------------------------------*
       3010-NAME-SLOTS.
           MOVE SPACES TO WS-SLOT-DESCS.
           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 3020-SEARCH-FLDMAP-ENTRY THRU 3020-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
       3010-EXIT.
           EXIT.

       3020-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = IO-MAST-FILE-TYPE
              SET WS-MAP-FOUND TO TRUE
              MOVE IO-FLDMAP-AA-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(1)
              MOVE IO-FLDMAP-BB-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(2)
              MOVE IO-FLDMAP-CC-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(3)
              MOVE IO-FLDMAP-DD-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(4)
              MOVE IO-FLDMAP-EE-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(5)
              MOVE IO-FLDMAP-FF-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(6)
              MOVE IO-FLDMAP-GG-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(7)
           END-IF.
       3020-EXIT.
           EXIT.

       3100-SEND-MAP.
           EXEC CICS SEND MAP('BAQL42M1')
               MAPSET('BAQL42M')
               FROM(BAQL42M1O)
               ERASE
           END-EXEC.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9999-RETURN-CONTROL  -  pseudo-conversational return, passing *
      *  the inquiry and the row on display forward in the COMMAREA.   *
      *----------------------------------------------------------------*
       9999-RETURN-CONTROL.
           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID('BQ4D')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
