      *================================================================*
      *  PROGRAM-ID.  BAQL950                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Monthly OIG exclusion list load.  Takes the PROVEXIN extract  *
      *  of the federal List of Excluded Individuals/Entities (LEIE)   *
      *  - one detail per excluded individual or entity, with the      *
      *  exclusion and any reinstatement date - and rebuilds the       *
      *  PROVEXCL KSDS BAQL960 screens the loaded providers against.   *
      *  Each row is filed under its NPI and again under its TAX ID,   *
      *  whichever it carries; a row carrying neither cannot be        *
      *  matched by the screen and is counted but not filed.  The      *
      *  list is replaced whole: a reinstated provider either comes    *
      *  with a reinstatement date or drops off the extract, and both  *
      *  read to BAQL960 as an exclusion that no longer stands.  The   *
      *  extract's trailer count must agree with its details, and its  *
      *  header must carry the publication date, or the load is        *
      *  refused (RC 12) and last month's list stays in place.  One    *
      *  PROVAUD row records the load.  Run BAQL960 after this step.   *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL950.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE  ASSIGN TO PROVEXIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVEXIN-STATUS.

           SELECT EXCL-FILE       ASSIGN TO PROVEXCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-EXCL-KEY
                  FILE STATUS IS WS-PROVEXCL-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AS-PROVAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  LEIE extract - a leading record-type byte (H = header, T =    *
      *  trailer, anything else = detail), as on the inbound provider  *
      *  file.  The header carries the list's publication date, the    *
      *  trailer the count of details.  A detail carries the LEIE      *
      *  columns in the LEIE's own order, with the TAX ID (EIN or SSN  *
      *  as credentialing holds it) appended where one is known.       *
      *----------------------------------------------------------------*
       FD  EXCLUSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXCLUSION-REC.
           05  EI-REC-TYPE                    PIC X(01).
               88  EI-IS-HEADER                          VALUE 'H'.
               88  EI-IS-TRAILER                         VALUE 'T'.
           05  EI-LAST-NAME                   PIC X(20).
           05  EI-FIRST-NAME                  PIC X(15).
           05  EI-MID-NAME                    PIC X(15).
           05  EI-BUS-NAME                    PIC X(30).
           05  EI-GENERAL                     PIC X(20).
           05  EI-SPECIALTY                   PIC X(20).
           05  EI-UPIN                        PIC X(06).
           05  EI-NPI                         PIC X(10).
           05  EI-DOB                         PIC X(08).
           05  EI-ADDRESS                     PIC X(30).
           05  EI-CITY                        PIC X(20).
           05  EI-STATE                       PIC X(02).
           05  EI-ZIP                         PIC X(05).
           05  EI-EXCL-TYPE                   PIC X(09).
           05  EI-EXCL-DATE                   PIC X(08).
           05  EI-REIN-DATE                   PIC X(08).
           05  EI-WAIVER-DATE                 PIC X(08).
           05  EI-WAIVER-STATE                PIC X(02).
           05  EI-TAX-ID                      PIC X(10).
           05  FILLER                         PIC X(03).
       01  EXCLUSION-CONTROL-REC.
           05  FILLER                         PIC X(01).
           05  EI-CTL-TEXT                    PIC X(80).
           05  FILLER                         PIC X(169).

       FD  EXCL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-EXCL.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-AUDIT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PROVEXIN-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVEXCL-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVAUD-STATUS              PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-EXCL-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-EXCL-EOF                           VALUE 'Y'.
           05  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-SQ-IDX                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-DETAIL-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TRAILER-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-PURGED-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-ROW-CNT                     PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-NPI-ENTRY-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TIN-ENTRY-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-UNKEYED-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-REINSTATED-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-USERID                      PIC X(08) VALUE SPACES.
           05  WS-LIST-DATE-X                 PIC X(08) VALUE SPACES.
           05  WS-LIST-DATE REDEFINES WS-LIST-DATE-X
                                              PIC 9(08).
           05  WS-REJECT-REASON               PIC X(40) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  The trailer's declared detail count, as BAQL100 fields the    *
      *  inbound provider trailer: the first nine bytes.               *
      *----------------------------------------------------------------*
       01  WS-TRAILER-DETAIL.
           05  WS-TRL-RECORD-CNT-X            PIC X(09).
           05  WS-TRL-RECORD-CNT REDEFINES WS-TRL-RECORD-CNT-X
                                              PIC 9(09).
           05  FILLER                         PIC X(71).

      *----------------------------------------------------------------*
      *  Squeeze work area - a value with everything but letters and   *
      *  digits taken out, so 123-45-6789 and 123456789 file alike.    *
      *----------------------------------------------------------------*
       01  WS-SQUEEZE-WORK.
           05  WS-SQ-IN                       PIC X(80) VALUE SPACES.
           05  WS-SQ-OUT                      PIC X(80) VALUE SPACES.
           05  WS-SQ-LEN                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SQ-CHAR                     PIC X(01) VALUE SPACE.

       01  WS-KEY-WORK.
           05  WS-ROW-NPI                     PIC X(10) VALUE SPACES.
           05  WS-ROW-TAX-ID                  PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
      *--------------------------------------------------------------*
      *  The userid the load is run under, for the PROVAUD row;      *
      *  BATCH when the parm is empty.                               *
      *--------------------------------------------------------------*
               10  LK-PARM-USERID             PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-VERIFY-TRAILER    THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 3000-RELOAD-LIST       THRU 3000-EXIT.
           PERFORM 4000-LOG-LOAD          THRU 4000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run and take the parm.          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           MOVE 'BATCH' TO WS-USERID.
           IF LK-PARM-LEN >= 8
              AND LK-PARM-USERID NOT = SPACES
              MOVE LK-PARM-USERID TO WS-USERID
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-VERIFY-TRAILER  -  a first pass counting the details     *
      *  against the trailer, so a truncated extract is refused        *
      *  before the standing list is cleared, rather than leaving      *
      *  the screen checking providers against half a list.            *
      *----------------------------------------------------------------*
       2000-VERIFY-TRAILER.
           OPEN INPUT EXCLUSION-FILE.
           IF WS-PROVEXIN-STATUS NOT = '00'
              DISPLAY 'BAQL950 - UNABLE TO OPEN EXCLUSION-FILE, '
                      'STATUS=' WS-PROVEXIN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE EXCLUSION-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'NO TRAILER RECORD'
                     TO WS-REJECT-REASON
               WHEN WS-TRAILER-CNT NOT = WS-DETAIL-CNT
                   MOVE 'TRAILER COUNT DISAGREES WITH DETAILS'
                     TO WS-REJECT-REASON
               WHEN WS-LIST-DATE-X NOT NUMERIC
                   MOVE 'NO PUBLICATION DATE ON THE HEADER'
                     TO WS-REJECT-REASON
               WHEN WS-DETAIL-CNT = 0
                   MOVE 'NO DETAIL RECORDS'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   GO TO 2000-EXIT
           END-EVALUATE.
           DISPLAY 'BAQL950E EXCLUSION LIST NOT LOADED - '
                   WS-REJECT-REASON ' - PRIOR LIST KEPT'
                   UPON CONSOLE.
           MOVE 12 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-RECORD.
           READ EXCLUSION-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVEXIN-STATUS NOT = '00'
              DISPLAY 'BAQL950 - READ ERROR ON EXCLUSION-FILE, '
                      'STATUS=' WS-PROVEXIN-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EI-IS-HEADER
                   MOVE EI-CTL-TEXT(1:8) TO WS-LIST-DATE-X
               WHEN EI-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE EI-CTL-TEXT TO WS-TRAILER-DETAIL
                   IF WS-TRL-RECORD-CNT-X NUMERIC
                      MOVE WS-TRL-RECORD-CNT TO WS-TRAILER-CNT
                   ELSE
                      MOVE -1 TO WS-TRAILER-CNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-CNT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-RELOAD-LIST  -  clear last month's list and file each    *
      *  detail of this one.  A failure part way leaves a partial      *
      *  list, so it is put on the console for a rerun before the      *
      *  next screen.                                                  *
      *----------------------------------------------------------------*
       3000-RELOAD-LIST.
           OPEN I-O EXCL-FILE.
           IF WS-PROVEXCL-STATUS = '35'
              OPEN OUTPUT EXCL-FILE
              CLOSE EXCL-FILE
              OPEN I-O EXCL-FILE
           END-IF.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL950 - UNABLE TO OPEN EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.

           SET WS-EXCL-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-EXCL-KEY.
           START EXCL-FILE KEY >= IO-EXCL-KEY
               INVALID KEY
                   SET WS-EXCL-EOF TO TRUE
           END-START.
           PERFORM 3100-PURGE-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-EXCL-EOF.
           IF RETURN-CODE NOT = 0
              CLOSE EXCL-FILE
              GO TO 3090-REPORT-FAILURE
           END-IF.

           OPEN INPUT EXCLUSION-FILE.
           IF WS-PROVEXIN-STATUS NOT = '00'
              DISPLAY 'BAQL950 - UNABLE TO OPEN EXCLUSION-FILE, '
                      'STATUS=' WS-PROVEXIN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE EXCL-FILE
              GO TO 3090-REPORT-FAILURE
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 3200-FILE-ONE-ROW THRU 3200-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE EXCLUSION-FILE EXCL-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 3090-REPORT-FAILURE
           END-IF.

           DISPLAY 'BAQL950 - LIST ' WS-LIST-DATE-X ' LOADED, '
                   WS-ROW-CNT ' ROWS, ' WS-NPI-ENTRY-CNT ' BY NPI, '
                   WS-TIN-ENTRY-CNT ' BY TAX ID, ' WS-UNKEYED-CNT
                   ' WITH NEITHER (NOT FILED), ' WS-REINSTATED-CNT
                   ' REINSTATED, ' WS-PURGED-CNT ' PRIOR ENTRIES '
                   'CLEARED'.
           GO TO 3000-EXIT.
       3090-REPORT-FAILURE.
           DISPLAY 'BAQL950E EXCLUSION LIST LOAD INCOMPLETE - RERUN '
                   'BEFORE THE NEXT BAQL960 SCREEN'
                   UPON CONSOLE.
       3000-EXIT.
           EXIT.

       3100-PURGE-ONE-ENTRY.
           READ EXCL-FILE NEXT RECORD
               AT END
                   SET WS-EXCL-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL950 - READ ERROR ON EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-EXCL-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           DELETE EXCL-FILE
               INVALID KEY
                   DISPLAY 'BAQL950 - UNABLE TO DELETE PROVEXCL '
                           'KEY=' IO-EXCL-KEY
                   MOVE 16 TO RETURN-CODE
                   SET WS-EXCL-EOF TO TRUE
                   GO TO 3100-EXIT
           END-DELETE.
           ADD 1 TO WS-PURGED-CNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-FILE-ONE-ROW  -  one PROVEXCL entry under the row's NPI  *
      *  and one under its TAX ID, each squeezed to letters and        *
      *  digits; the LEIE's all-zero NPI means it has none.            *
      *----------------------------------------------------------------*
       3200-FILE-ONE-ROW.
           READ EXCLUSION-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF WS-PROVEXIN-STATUS NOT = '00'
              DISPLAY 'BAQL950 - READ ERROR ON EXCLUSION-FILE, '
                      'STATUS=' WS-PROVEXIN-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 3200-EXIT
           END-IF.
           IF EI-IS-HEADER OR EI-IS-TRAILER
              GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-ROW-CNT.

           MOVE EI-NPI TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           MOVE WS-SQ-OUT TO WS-ROW-NPI.
           IF WS-ROW-NPI = '0000000000'
              MOVE SPACES TO WS-ROW-NPI
           END-IF.
           MOVE EI-TAX-ID TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           MOVE WS-SQ-OUT TO WS-ROW-TAX-ID.
           IF WS-ROW-NPI = SPACES AND WS-ROW-TAX-ID = SPACES
              ADD 1 TO WS-UNKEYED-CNT
              GO TO 3200-EXIT
           END-IF.
           IF EI-REIN-DATE NUMERIC
              AND EI-REIN-DATE NOT = ZEROES
              ADD 1 TO WS-REINSTATED-CNT
           END-IF.

           MOVE SPACES              TO IO-EXCL-RECORD.
           MOVE WS-ROW-CNT          TO IO-EXCL-SEQ.
           MOVE WS-LIST-DATE-X      TO IO-EXCL-LIST-DATE.
           MOVE WS-ROW-NPI          TO IO-EXCL-NPI.
           MOVE WS-ROW-TAX-ID       TO IO-EXCL-TAX-ID.
           MOVE EI-LAST-NAME        TO IO-EXCL-LAST-NAME.
           MOVE EI-FIRST-NAME       TO IO-EXCL-FIRST-NAME.
           MOVE EI-MID-NAME         TO IO-EXCL-MID-NAME.
           MOVE EI-BUS-NAME         TO IO-EXCL-BUS-NAME.
           MOVE EI-GENERAL          TO IO-EXCL-GENERAL.
           MOVE EI-SPECIALTY        TO IO-EXCL-SPECIALTY.
           MOVE EI-UPIN             TO IO-EXCL-UPIN.
           MOVE EI-DOB              TO IO-EXCL-DOB.
           MOVE EI-STATE            TO IO-EXCL-STATE.
           MOVE EI-EXCL-TYPE        TO IO-EXCL-TYPE.
           MOVE EI-EXCL-DATE        TO IO-EXCL-DATE.
           MOVE EI-REIN-DATE        TO IO-EXCL-REIN-DATE.
           MOVE EI-WAIVER-DATE      TO IO-EXCL-WAIVER-DATE.
           MOVE EI-WAIVER-STATE     TO IO-EXCL-WAIVER-STATE.

           IF WS-ROW-NPI NOT = SPACES
              SET IO-EXCL-BY-NPI TO TRUE
              MOVE WS-ROW-NPI TO IO-EXCL-KEY-VALUE
              WRITE IO-EXCL-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL950 - UNABLE TO WRITE PROVEXCL '
                              'KEY=' IO-EXCL-KEY
                      MOVE 16 TO RETURN-CODE
                      SET WS-SEQ-EOF TO TRUE
                      GO TO 3200-EXIT
              END-WRITE
              ADD 1 TO WS-NPI-ENTRY-CNT
           END-IF.
           IF WS-ROW-TAX-ID NOT = SPACES
              SET IO-EXCL-BY-TAX-ID TO TRUE
              MOVE WS-ROW-TAX-ID TO IO-EXCL-KEY-VALUE
              WRITE IO-EXCL-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL950 - UNABLE TO WRITE PROVEXCL '
                              'KEY=' IO-EXCL-KEY
                      MOVE 16 TO RETURN-CODE
                      SET WS-SEQ-EOF TO TRUE
                      GO TO 3200-EXIT
              END-WRITE
              ADD 1 TO WS-TIN-ENTRY-CNT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-LOG-LOAD  -  one PROVAUD row for the load, under file-id *
      *  OIGLEIE, so the morning status shows when the list was last   *
      *  refreshed; records-ok N when the reload did not finish.       *
      *----------------------------------------------------------------*
       4000-LOG-LOAD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-PROVAUD-STATUS = '05' OR WS-PROVAUD-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL950 - UNABLE TO OPEN AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-RUN-TIMESTAMP    TO IO-AUDIT-RUN-TS.
           MOVE 'OIGLEIE'           TO IO-AUDIT-FILE-ID.
           MOVE 'BAQL950'           TO IO-AUDIT-JOB-NAME.
           MOVE WS-USERID           TO IO-AUDIT-STEP-NAME.
           MOVE WS-ROW-CNT          TO IO-AUDIT-RECORD-CNT.
           IF RETURN-CODE = 0
              MOVE 'Y'              TO IO-AUDIT-RECORDS-OK
           ELSE
              MOVE 'N'              TO IO-AUDIT-RECORDS-OK
           END-IF.
           WRITE IO-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-SQUEEZE-VALUE  -  WS-SQ-IN upper-cased with everything   *
      *  but letters and digits taken out, left-justified in           *
      *  WS-SQ-OUT; WS-SQ-LEN is the squeezed length.                  *
      *----------------------------------------------------------------*
       8500-SQUEEZE-VALUE.
           MOVE SPACES TO WS-SQ-OUT.
           MOVE 0 TO WS-SQ-LEN.
           INSPECT WS-SQ-IN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 8510-SQUEEZE-ONE-CHAR THRU 8510-EXIT
                   VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > 80.
       8500-EXIT.
           EXIT.

       8510-SQUEEZE-ONE-CHAR.
           MOVE WS-SQ-IN(WS-SQ-IDX:1) TO WS-SQ-CHAR.
           IF WS-SQ-CHAR = SPACE
              GO TO 8510-EXIT
           END-IF.
           IF WS-SQ-CHAR IS ALPHABETIC-UPPER
              OR WS-SQ-CHAR IS NUMERIC
              ADD 1 TO WS-SQ-LEN
              MOVE WS-SQ-CHAR TO WS-SQ-OUT(WS-SQ-LEN:1)
           END-IF.
       8510-EXIT.
           EXIT.

       9999-TERMINATE.
           GOBACK.
       9999-EXIT.
           EXIT.
