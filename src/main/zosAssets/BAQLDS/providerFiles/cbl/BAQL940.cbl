      *================================================================*
      *  PROGRAM-ID.  BAQL940                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Batch suspense correction.  BAQL910 tells the submitter of    *
      *  every suspended row in its PROVACK R lines; this program      *
      *  takes the submitter's PROVCRIN correction file back - one     *
      *  detail per correction naming the original file-id and the     *
      *  suspense sequence from the R line, with replacement text for  *
      *  the slots being corrected - so a large bad file need not be   *
      *  keyed row by row in BAQL500 or resent whole.  Each detail is  *
      *  matched to its IO-SUSP-RECORD and released exactly as a       *
      *  BAQL500 PF5 release is: the replacement text is folded in,    *
      *  the record re-validated through BAQL150, and a passing        *
      *  record written to BAQPROV with GOOD status under the key      *
      *  BAQL200 would have used and the suspense record deleted,      *
      *  with a PROVAUD L release row and a PROVCORR journal row.  A   *
      *  record that still fails stays suspended with its new first    *
      *  failure.  The PROVCACK second acknowledgment returns one line *
      *  per correction - A applied, F still failing, U unmatched -    *
      *  and the totals.  The correction file's trailer count must     *
      *  agree with its details or nothing is applied (RC 12); any     *
      *  correction still failing or unmatched ends the run with RC 4  *
      *  and an operator console message.  Run BAQL620 afterwards for  *
      *  a file type that carries remittance fields, as after a load.  *
      *  A row suspended from an incremental load is released under    *
      *  its action code: a D is re-edited as BAQL100 edits a delete   *
      *  row and applied with DELETED status for BAQL210 to terminate; *
      *  a code other than A, C or D fails until the detail's record-  *
      *  type byte carries one of them.  A row whose NPI still stands  *
      *  on the OIG exclusion list (PROVEXCL) is not released - it     *
      *  stays suspended under the BAQL960 reason and the line comes   *
      *  back F.                                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  RELEASE RE-EDITS THE SUSPENDED ACTION     *
      *                      CODE - A DELETE IS APPLIED WITH DELETED   *
      *                      STATUS; A STANDING OIG EXCLUSION OF THE   *
      *                      NPI REFUSES THE RELEASE; A FAILED PROVAUD *
      *                      WRITE ENDS THE RUN.                       *
      *  2026-10-15  BAQLDS  A FAILED PROVCORR JOURNAL WRITE ALSO ENDS *
      *                      THE RUN WITH RC 16.                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL940.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN TO PROVCRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVCRIN-STATUS.

           SELECT SUSPENSE-FILE   ASSIGN TO PROVSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-SUSP-KEY
                  FILE STATUS IS WS-PROVSUSP-STATUS.

           SELECT VSAM-FILE       ASSIGN TO BAQPROV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-VSAM-KEY
                  FILE STATUS IS WS-BAQPROV-STATUS.

           SELECT EXCL-FILE       ASSIGN TO PROVEXCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-EXCL-KEY
                  FILE STATUS IS WS-PROVEXCL-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AS-PROVAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVAUD-STATUS.

           SELECT CORR-FILE       ASSIGN TO AS-PROVCORR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVCORR-STATUS.

           SELECT ACK-FILE        ASSIGN TO PROVCACK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVCACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  Submitter correction file - a leading record-type byte (H =   *
      *  header, T = trailer, anything else = detail), as on the       *
      *  inbound provider file; on a detail for a row suspended with   *
      *  an invalid incremental action code, an A, C or D there        *
      *  replaces the code.  The header carries the submitter's        *
      *  batch date, the trailer the count of details.  A detail       *
      *  names the suspended row by the file-id and record number      *
      *  of its PROVACK R line and, per AA-GG slot, a Y where the      *
      *  slot's text replaces what was suspended; slots without the    *
      *  Y are left as they stand.                                     *
      *----------------------------------------------------------------*
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 585 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-REC.
           05  CI-REC-TYPE                    PIC X(01).
               88  CI-IS-HEADER                          VALUE 'H'.
               88  CI-IS-TRAILER                         VALUE 'T'.
               88  CI-IS-ACTION-CODE                     VALUE 'A'
                                                               'C'
                                                               'D'.
           05  CI-FILE-ID                     PIC X(08).
           05  CI-SEQ-X                       PIC X(09).
           05  CI-SEQ REDEFINES CI-SEQ-X      PIC 9(09).
           05  CI-REPLACE-SW                  PIC X(01) OCCURS 7 TIMES.
           05  CI-TEXT                        PIC X(80) OCCURS 7 TIMES.
       01  CORRECTION-CONTROL-REC.
           05  FILLER                         PIC X(01).
           05  CI-CTL-TEXT                    PIC X(80).
           05  FILLER                         PIC X(504).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-SUSP.

       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  EXCL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-EXCL.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-AUDIT.

       FD  CORR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-CORR.

      *----------------------------------------------------------------*
      *  Correction acknowledgment - 200-byte fixed records in the     *
      *  PROVACK style: one H header, one detail per correction (A     *
      *  applied, F still failing, U unmatched, R the whole file       *
      *  rejected), one T trailer.                                     *
      *----------------------------------------------------------------*
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CACK-HEADER.
           05  CACK-HDR-REC-TYPE              PIC X(01).
           05  CACK-HDR-BATCH-DATE            PIC X(08).
           05  CACK-HDR-RUN-TS                PIC X(26).
           05  FILLER                         PIC X(165) VALUE SPACES.
       01  CACK-DETAIL.
           05  CACK-DTL-REC-TYPE              PIC X(01).
           05  CACK-DTL-FILE-ID               PIC X(08).
           05  CACK-DTL-RECORD-NBR            PIC 9(09).
           05  CACK-DTL-FIELD-NAME            PIC X(30).
           05  CACK-DTL-REASON                PIC X(40).
           05  FILLER                         PIC X(112) VALUE SPACES.
       01  CACK-TRAILER.
           05  CACK-TRL-REC-TYPE              PIC X(01).
           05  CACK-TRL-APPLIED-CNT           PIC 9(09).
           05  CACK-TRL-FAILING-CNT           PIC 9(09).
           05  CACK-TRL-UNMATCHED-CNT         PIC 9(09).
           05  CACK-TRL-BATCH-DATE            PIC X(08).
           05  CACK-TRL-RUN-TS                PIC X(26).
           05  FILLER                         PIC X(138) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-EDIT.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-PROVCRIN-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVSUSP-STATUS             PIC X(02) VALUE '00'.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVAUD-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVCORR-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVCACK-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVEXCL-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-MAP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                          VALUE 'Y'.
           05  WS-APPLY-OK-SW                 PIC X(01) VALUE 'N'.
               88  WS-APPLY-OK                           VALUE 'Y'.
           05  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                       VALUE 'Y'.
           05  WS-EXCL-OPEN-SW                PIC X(01) VALUE 'N'.
               88  WS-EXCL-OPEN                          VALUE 'Y'.
           05  WS-EXCL-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-EXCL-EOF                           VALUE 'Y'.
           05  WS-ACTIVE-SW                   PIC X(01) VALUE 'N'.
               88  WS-ACTIVE-FOUND                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-KEY-SLOT-NBR                PIC S9(4) USAGE COMP-5
                                               VALUE 1.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-NPI-SLOT-NBR                PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SQ-IDX                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-DETAIL-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TRAILER-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-APPLIED-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-FAILING-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-UNMATCHED-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-USERID                      PIC X(08) VALUE SPACES.
           05  WS-BATCH-DATE                  PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-YYYYMMDD-X REDEFINES WS-CDT-YYYYMMDD
                                              PIC X(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  The NPI looked up on PROVEXCL, squeezed as BAQL950 files the  *
      *  list and BAQL960 screens it, and the reason BAQL960 suspends  *
      *  an excluded provider under - a refused release keeps it.      *
      *----------------------------------------------------------------*
       01  WS-LOOK-VALUE                      PIC X(10) VALUE SPACES.
       01  WS-SQUEEZE-WORK.
           05  WS-SQ-IN                       PIC X(80) VALUE SPACES.
           05  WS-SQ-OUT                      PIC X(80) VALUE SPACES.
           05  WS-SQ-LEN                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SQ-CHAR                     PIC X(01) VALUE SPACE.
       01  WS-EXCL-REASON                     PIC X(40)
                          VALUE 'NPI ON THE OIG EXCLUSION LIST (LEIE)'.

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
      *  The detail's verdict for the acknowledgment line.             *
      *----------------------------------------------------------------*
       01  WS-ACK-WORK.
           05  WS-ACK-STATUS                  PIC X(01) VALUE SPACES.
               88  WS-ACK-APPLIED                        VALUE 'A'.
               88  WS-ACK-FAILING                        VALUE 'F'.
               88  WS-ACK-UNMATCHED                      VALUE 'U'.
           05  WS-ACK-FIELD-NAME              PIC X(30) VALUE SPACES.
           05  WS-ACK-REASON                  PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      *  Correction journal work areas, as BAQL500 keeps them - the    *
      *  seven slots as they stood on the suspense record before the   *
      *  replacement text was folded in, the file type's IO-FLDMAP     *
      *  names for them, and the slot letters the journal records.     *
      *----------------------------------------------------------------*
       01  WS-BEFORE-TEXTS.
           05  WS-BEFORE-SLOT                 PIC X(80)
                                              OCCURS 7 TIMES.
       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT               PIC X(30)
                                              OCCURS 7 TIMES.
       01  WS-SLOT-ID-VALUES                  PIC X(14)
                                   VALUE 'AABBCCDDEEFFGG'.
       01  WS-SLOT-ID-TBL REDEFINES WS-SLOT-ID-VALUES.
           05  WS-SLOT-ID                     PIC X(02)
                                              OCCURS 7 TIMES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
      *--------------------------------------------------------------*
      *  The userid the correction run is made under - the analyst   *
      *  who received the file.  It stands as the releaser on the    *
      *  PROVAUD and PROVCORR rows, so BAQL620 bars it from deciding *
      *  a remittance hold the corrections carry.                    *
      *--------------------------------------------------------------*
               10  LK-PARM-USERID             PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-VERIFY-TRAILER    THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 3000-APPLY-CORRECTIONS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, take the parm and open     *
      *  the acknowledgment, which is written whatever the outcome.    *
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

           OPEN OUTPUT ACK-FILE.
           IF WS-PROVCACK-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN ACK-FILE, '
                      'STATUS=' WS-PROVCACK-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-VERIFY-TRAILER  -  a first pass counting the details     *
      *  against the trailer, so a truncated correction file is        *
      *  rejected whole instead of half-applied.  The header's batch   *
      *  date is echoed on the acknowledgment.                         *
      *----------------------------------------------------------------*
       2000-VERIFY-TRAILER.
           OPEN INPUT CORRECTION-FILE.
           IF WS-PROVCRIN-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN CORRECTION-FILE, '
                      'STATUS=' WS-PROVCRIN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE CORRECTION-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           MOVE SPACES             TO CACK-HEADER.
           MOVE 'H'                TO CACK-HDR-REC-TYPE.
           MOVE WS-BATCH-DATE      TO CACK-HDR-BATCH-DATE.
           MOVE WS-RUN-TIMESTAMP   TO CACK-HDR-RUN-TS.
           WRITE CACK-HEADER.

           IF NOT WS-TRAILER-SEEN
              MOVE 'NO TRAILER RECORD - FILE NOT APPLIED'
                TO WS-ACK-REASON
           ELSE
              IF WS-TRAILER-CNT NOT = WS-DETAIL-CNT
                 MOVE 'TRAILER COUNT DISAGREES - FILE NOT APPLIED'
                   TO WS-ACK-REASON
              ELSE
                 GO TO 2000-EXIT
              END-IF
           END-IF.
           MOVE SPACES           TO CACK-DETAIL.
           MOVE 'R'              TO CACK-DTL-REC-TYPE.
           MOVE 0                TO CACK-DTL-RECORD-NBR.
           MOVE 'CONTROL TOTALS' TO CACK-DTL-FIELD-NAME.
           MOVE WS-ACK-REASON    TO CACK-DTL-REASON.
           WRITE CACK-DETAIL.
           MOVE WS-DETAIL-CNT    TO WS-UNMATCHED-CNT.
           PERFORM 4000-WRITE-ACK-TRAILER THRU 4000-EXIT.
           DISPLAY 'BAQL940E CORRECTION FILE REJECTED - '
                   WS-ACK-REASON
                   UPON CONSOLE.
           MOVE 12 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-RECORD.
           READ CORRECTION-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVCRIN-STATUS NOT = '00'
              DISPLAY 'BAQL940 - READ ERROR ON CORRECTION-FILE, '
                      'STATUS=' WS-PROVCRIN-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CI-IS-HEADER
                   MOVE CI-CTL-TEXT(1:8) TO WS-BATCH-DATE
               WHEN CI-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE CI-CTL-TEXT TO WS-TRAILER-DETAIL
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
      *  3000-APPLY-CORRECTIONS  -  the second pass, one release       *
      *  attempt per detail, then the acknowledgment trailer.          *
      *----------------------------------------------------------------*
       3000-APPLY-CORRECTIONS.
           OPEN I-O SUSPENSE-FILE.
           IF WS-PROVSUSP-STATUS = '35'
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-PROVSUSP-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN SUSPENSE-FILE, '
                      'STATUS=' WS-PROVSUSP-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           OPEN I-O VSAM-FILE.
           IF WS-BAQPROV-STATUS = '35'
              OPEN OUTPUT VSAM-FILE
              CLOSE VSAM-FILE
              OPEN I-O VSAM-FILE
           END-IF.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SUSPENSE-FILE
              GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-PROVAUD-STATUS = '05' OR WS-PROVAUD-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SUSPENSE-FILE VSAM-FILE
              GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND CORR-FILE.
           IF WS-PROVCORR-STATUS = '05' OR WS-PROVCORR-STATUS = '35'
              OPEN OUTPUT CORR-FILE
           END-IF.
           IF WS-PROVCORR-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN CORR-FILE, '
                      'STATUS=' WS-PROVCORR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SUSPENSE-FILE VSAM-FILE AUDIT-FILE
              GO TO 3000-EXIT
           END-IF.
      *    No exclusion list on file means BAQL960 has never screened,
      *    so nothing can stand against a release.
           SET WS-EXCL-OPEN-SW TO 'N'.
           OPEN INPUT EXCL-FILE.
           IF WS-PROVEXCL-STATUS = '00'
              SET WS-EXCL-OPEN TO TRUE
           ELSE
              IF WS-PROVEXCL-STATUS NOT = '35'
                 DISPLAY 'BAQL940 - UNABLE TO OPEN EXCL-FILE, '
                         'STATUS=' WS-PROVEXCL-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE SUSPENSE-FILE VSAM-FILE AUDIT-FILE CORR-FILE
                 GO TO 3000-EXIT
              END-IF
           END-IF.
           OPEN INPUT CORRECTION-FILE.
           IF WS-PROVCRIN-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO OPEN CORRECTION-FILE, '
                      'STATUS=' WS-PROVCRIN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SUSPENSE-FILE VSAM-FILE AUDIT-FILE CORR-FILE
              IF WS-EXCL-OPEN
                 CLOSE EXCL-FILE
              END-IF
              GO TO 3000-EXIT
           END-IF.

           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 3100-APPLY-ONE-CORRECTION THRU 3100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE CORRECTION-FILE SUSPENSE-FILE VSAM-FILE
                 AUDIT-FILE CORR-FILE.
           IF WS-EXCL-OPEN
              CLOSE EXCL-FILE
           END-IF.

      *    A correction file that died short of its end must not get
      *    a trailer - the submitter would read the missing rows as
      *    never sent rather than never processed.
           IF RETURN-CODE = 16
              DISPLAY 'BAQL940 - ACK INCOMPLETE, NO TRAILER '
                      'WRITTEN - PROVCACK MUST NOT BE TRANSMITTED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-WRITE-ACK-TRAILER THRU 4000-EXIT.

           DISPLAY 'BAQL940 - ' WS-APPLIED-CNT ' APPLIED, '
                   WS-FAILING-CNT ' STILL FAILING, '
                   WS-UNMATCHED-CNT ' UNMATCHED'.
           IF WS-FAILING-CNT > 0 OR WS-UNMATCHED-CNT > 0
              DISPLAY 'BAQL940W ' WS-FAILING-CNT
                      ' CORRECTIONS STILL FAILING, '
                      WS-UNMATCHED-CNT ' UNMATCHED - SEE PROVCACK'
                      UPON CONSOLE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-APPLY-ONE-CORRECTION  -  match the detail to its         *
      *  suspended row, fold in the replacement text and re-validate   *
      *  through the same edits the loader applies (3120).  Pass:      *
      *  apply to BAQPROV with GOOD status - DELETED for a delete row  *
      *  - and delete the suspense record.  Fail, or an NPI still      *
      *  excluded: rewrite the suspense record with the corrections    *
      *  and the new first failure.                                    *
      *----------------------------------------------------------------*
       3100-APPLY-ONE-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROVCRIN-STATUS NOT = '00'
              DISPLAY 'BAQL940 - READ ERROR ON CORRECTION-FILE, '
                      'STATUS=' WS-PROVCRIN-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF CI-IS-HEADER OR CI-IS-TRAILER
              GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO WS-ACK-FIELD-NAME.
           MOVE SPACES TO WS-ACK-REASON.
           IF CI-SEQ-X NOT NUMERIC
              SET WS-ACK-UNMATCHED TO TRUE
              MOVE 'RECORD NUMBER NOT NUMERIC' TO WS-ACK-REASON
              GO TO 3190-ACKNOWLEDGE
           END-IF.
           MOVE CI-FILE-ID TO IO-SUSP-FILE-ID.
           MOVE CI-SEQ     TO IO-SUSP-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   SET WS-ACK-UNMATCHED TO TRUE
                   MOVE 'NO SUSPENDED RECORD FOR FILE-ID/RECORD'
                     TO WS-ACK-REASON
                   GO TO 3190-ACKNOWLEDGE
           END-READ.
           IF WS-PROVSUSP-STATUS NOT = '00'
              SET WS-ACK-UNMATCHED TO TRUE
              MOVE 'SUSPENSE FILE READ FAILED' TO WS-ACK-REASON
              GO TO 3190-ACKNOWLEDGE
           END-IF.
           PERFORM 3210-FIND-KEY-SLOT THRU 3210-EXIT.

           MOVE IO-SUSP-TEXT-AA TO WS-BEFORE-SLOT(1).
           MOVE IO-SUSP-TEXT-BB TO WS-BEFORE-SLOT(2).
           MOVE IO-SUSP-TEXT-CC TO WS-BEFORE-SLOT(3).
           MOVE IO-SUSP-TEXT-DD TO WS-BEFORE-SLOT(4).
           MOVE IO-SUSP-TEXT-EE TO WS-BEFORE-SLOT(5).
           MOVE IO-SUSP-TEXT-FF TO WS-BEFORE-SLOT(6).
           MOVE IO-SUSP-TEXT-GG TO WS-BEFORE-SLOT(7).
           PERFORM 3110-APPLY-ONE-SLOT THRU 3110-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.
           MOVE IO-EDIT-TEXT-SLOT(1) TO IO-SUSP-TEXT-AA.
           MOVE IO-EDIT-TEXT-SLOT(2) TO IO-SUSP-TEXT-BB.
           MOVE IO-EDIT-TEXT-SLOT(3) TO IO-SUSP-TEXT-CC.
           MOVE IO-EDIT-TEXT-SLOT(4) TO IO-SUSP-TEXT-DD.
           MOVE IO-EDIT-TEXT-SLOT(5) TO IO-SUSP-TEXT-EE.
           MOVE IO-EDIT-TEXT-SLOT(6) TO IO-SUSP-TEXT-FF.
           MOVE IO-EDIT-TEXT-SLOT(7) TO IO-SUSP-TEXT-GG.
           IF NOT IO-SUSP-ACTION-NONE
              AND NOT IO-SUSP-ACTION-ADD
              AND NOT IO-SUSP-ACTION-CHANGE
              AND NOT IO-SUSP-ACTION-DELETE
              AND CI-IS-ACTION-CODE
              MOVE CI-REC-TYPE TO IO-SUSP-ACTION
           END-IF.
           PERFORM 3120-EDIT-RELEASE THRU 3120-EXIT.

           IF IO-EDIT-FAILED
              MOVE IO-EDIT-ERROR-FIELD(1)  TO IO-SUSP-ERROR-FIELD
              MOVE IO-EDIT-ERROR-REASON(1) TO IO-SUSP-ERROR-REASON
              REWRITE IO-SUSP-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL940 - UNABLE TO REWRITE PROVSUSP '
                              'KEY=' IO-SUSP-KEY
              END-REWRITE
              SET IO-CORR-STILL-FAILING TO TRUE
              PERFORM 3500-JOURNAL-ATTEMPT THRU 3500-EXIT
              SET WS-ACK-FAILING TO TRUE
              MOVE IO-SUSP-ERROR-FIELD  TO WS-ACK-FIELD-NAME
              MOVE IO-SUSP-ERROR-REASON TO WS-ACK-REASON
              GO TO 3190-ACKNOWLEDGE
           END-IF.

           PERFORM 3200-APPLY-TO-BAQPROV THRU 3200-EXIT.
           IF NOT WS-APPLY-OK
              SET IO-CORR-APPLY-FAILED TO TRUE
              PERFORM 3500-JOURNAL-ATTEMPT THRU 3500-EXIT
              SET WS-ACK-FAILING TO TRUE
              MOVE 'APPLY TO BAQPROV FAILED - STILL SUSPENDED'
                TO WS-ACK-REASON
              GO TO 3190-ACKNOWLEDGE
           END-IF.
           DELETE SUSPENSE-FILE
               INVALID KEY
                   DISPLAY 'BAQL940 - UNABLE TO DELETE PROVSUSP '
                           'KEY=' IO-SUSP-KEY
           END-DELETE.
           PERFORM 3400-LOG-RELEASE THRU 3400-EXIT.
           MOVE SPACES TO IO-SUSP-ERROR-FIELD.
           MOVE SPACES TO IO-SUSP-ERROR-REASON.
           SET IO-CORR-APPLIED TO TRUE.
           PERFORM 3500-JOURNAL-ATTEMPT THRU 3500-EXIT.
           SET WS-ACK-APPLIED TO TRUE.
       3190-ACKNOWLEDGE.
           MOVE SPACES            TO CACK-DETAIL.
           MOVE WS-ACK-STATUS     TO CACK-DTL-REC-TYPE.
           MOVE CI-FILE-ID        TO CACK-DTL-FILE-ID.
           MOVE 0                 TO CACK-DTL-RECORD-NBR.
           IF CI-SEQ-X NUMERIC
              MOVE CI-SEQ         TO CACK-DTL-RECORD-NBR
           END-IF.
           MOVE WS-ACK-FIELD-NAME TO CACK-DTL-FIELD-NAME.
           MOVE WS-ACK-REASON     TO CACK-DTL-REASON.
           WRITE CACK-DETAIL.
           EVALUATE TRUE
               WHEN WS-ACK-APPLIED
                   ADD 1 TO WS-APPLIED-CNT
               WHEN WS-ACK-FAILING
                   ADD 1 TO WS-FAILING-CNT
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-CNT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3110-APPLY-ONE-SLOT.
           MOVE WS-BEFORE-SLOT(WS-SLOT-NBR)
             TO IO-EDIT-TEXT-SLOT(WS-SLOT-NBR).
           IF CI-REPLACE-SW(WS-SLOT-NBR) = 'Y'
              MOVE CI-TEXT(WS-SLOT-NBR)
                TO IO-EDIT-TEXT-SLOT(WS-SLOT-NBR)
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3120-EDIT-RELEASE  -  the folded record re-edited under the   *
      *  action code it was suspended with, as BAQL100 edits it: a     *
      *  delete row needs only the provider identifier, any code but   *
      *  A, C or D fails, and everything else goes through BAQL150.    *
      *  A record that passes is then refused while its NPI stands on  *
      *  the exclusion list, under the reason BAQL960 suspends with.   *
      *  Failures come back in IO-EDIT-RESULT.                         *
      *----------------------------------------------------------------*
       3120-EDIT-RELEASE.
           INITIALIZE IO-EDIT-RESULT.
           SET IO-EDIT-PASSED TO TRUE.
           IF IO-SUSP-ACTION-DELETE
              IF IO-EDIT-TEXT-SLOT(WS-KEY-SLOT-NBR) = SPACES
                 SET IO-EDIT-FAILED TO TRUE
                 MOVE 1 TO IO-EDIT-ERROR-CNT
                 MOVE 'PROVIDER ID' TO IO-EDIT-ERROR-FIELD(1)
                 MOVE 'REQUIRED ON A DELETE ROW'
                   TO IO-EDIT-ERROR-REASON(1)
              END-IF
              GO TO 3120-EXIT
           END-IF.
           IF NOT IO-SUSP-ACTION-NONE
              AND NOT IO-SUSP-ACTION-ADD
              AND NOT IO-SUSP-ACTION-CHANGE
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'ACTION CODE' TO IO-EDIT-ERROR-FIELD(1)
              MOVE 'MUST BE A, C OR D IN AN INCREMENTAL FILE'
                TO IO-EDIT-ERROR-REASON(1)
              GO TO 3120-EXIT
           END-IF.
           CALL 'BAQL150' USING IO-SUSP-FILE-TYPE, IO-EDIT-TEXTS,
                IO-EDIT-RESULT.
           IF IO-EDIT-FAILED
              OR NOT WS-EXCL-OPEN
              OR WS-NPI-SLOT-NBR = 0
              GO TO 3120-EXIT
           END-IF.
           MOVE IO-EDIT-TEXT-SLOT(WS-NPI-SLOT-NBR) TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           IF WS-SQ-OUT(1:10) = SPACES OR WS-SQ-OUT(1:10) = ZEROES
              GO TO 3120-EXIT
           END-IF.
           MOVE WS-SQ-OUT(1:10) TO WS-LOOK-VALUE.
           PERFORM 5000-LOOKUP-NPI THRU 5000-EXIT.
           IF WS-ACTIVE-FOUND
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'NPI' TO IO-EDIT-ERROR-FIELD(1)
              MOVE WS-EXCL-REASON TO IO-EDIT-ERROR-REASON(1)
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-APPLY-TO-BAQPROV  -  write the released record to        *
      *  BAQPROV exactly as BAQL200 would have: keyed on the provider  *
      *  identifier slot IO-FLDMAP names for the file type plus the    *
      *  suspense sequence number, with GOOD status - DELETED for a    *
      *  delete row, which BAQL210 terminates when it applies the      *
      *  cycle - and the originating load's timestamp.  A collision    *
      *  with a record already on file is replaced in place.           *
      *----------------------------------------------------------------*
       3200-APPLY-TO-BAQPROV.
           SET WS-APPLY-OK-SW TO 'N'.

           MOVE IO-SUSP-SEQ        TO IO-VSAM-KEY-SEQ.
           MOVE IO-SUSP-FILE-TYPE  TO IO-VSAM-FILE-TYPE.
           IF IO-SUSP-ACTION-DELETE
              SET IO-VSAM-STATUS-DELETED TO TRUE
           ELSE
              SET IO-VSAM-STATUS-GOOD TO TRUE
           END-IF.
           MOVE IO-SUSP-TEXT-AA    TO IO-VSAM-TEXT-AA.
           MOVE IO-SUSP-TEXT-BB    TO IO-VSAM-TEXT-BB.
           MOVE IO-SUSP-TEXT-CC    TO IO-VSAM-TEXT-CC.
           MOVE IO-SUSP-TEXT-DD    TO IO-VSAM-TEXT-DD.
           MOVE IO-SUSP-TEXT-EE    TO IO-VSAM-TEXT-EE.
           MOVE IO-SUSP-TEXT-FF    TO IO-VSAM-TEXT-FF.
           MOVE IO-SUSP-TEXT-GG    TO IO-VSAM-TEXT-GG.
           MOVE IO-SUSP-LOAD-TS    TO IO-VSAM-LOAD-TS.
           MOVE IO-EDIT-TEXT-SLOT(WS-KEY-SLOT-NBR) TO IO-VSAM-KEY-ID.

           WRITE IO-VSAM-RECORD
               INVALID KEY
                   REWRITE IO-VSAM-RECORD
                       INVALID KEY
                           DISPLAY 'BAQL940 - UNABLE TO WRITE '
                                   'BAQPROV KEY=' IO-VSAM-KEY
                           GO TO 3200-EXIT
                   END-REWRITE
           END-WRITE.
           IF WS-BAQPROV-STATUS = '00'
              SET WS-APPLY-OK TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3210-FIND-KEY-SLOT  -  the file type's IO-FLDMAP names, for   *
      *  the journal, and which of the AA-GG slots holds the provider  *
      *  identifier, defaulting to slot 1 exactly as BAQL200 does,     *
      *  and which the NPI (none when the type carries no NPI).        *
      *----------------------------------------------------------------*
       3210-FIND-KEY-SLOT.
           MOVE 1 TO WS-KEY-SLOT-NBR.
           MOVE 0 TO WS-NPI-SLOT-NBR.
           MOVE SPACES TO WS-SLOT-DESCS.
           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 3220-SEARCH-FLDMAP-ENTRY THRU 3220-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
           IF NOT WS-MAP-FOUND
              GO TO 3210-EXIT
           END-IF.
           PERFORM 3230-TEST-KEY-SLOT THRU 3230-EXIT
                   VARYING WS-SLOT-NBR FROM 7 BY -1
                   UNTIL WS-SLOT-NBR < 1.
       3210-EXIT.
           EXIT.

       3220-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = IO-SUSP-FILE-TYPE
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
       3220-EXIT.
           EXIT.

      *    Tested from GG down so the first PROVIDER ID slot wins,
      *    as the EVALUATE in BAQL200 and BAQL500 has it, and the
      *    first NPI slot as BAQL960 finds it.
       3230-TEST-KEY-SLOT.
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR) (1:11) = 'PROVIDER ID'
              MOVE WS-SLOT-NBR TO WS-KEY-SLOT-NBR
           END-IF.
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR) = 'NPI'
              MOVE WS-SLOT-NBR TO WS-NPI-SLOT-NBR
           END-IF.
       3230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-LOG-RELEASE  -  one PROVAUD row per applied correction,  *
      *  the same L row BAQL500 writes but under this program's name:  *
      *  the suspense file-id, the run userid, the suspense sequence   *
      *  (the applied record's BAQPROV key sequence).  A release that  *
      *  cannot be logged ends the run, since BAQL620 holds remittance *
      *  changes by these rows.                                        *
      *----------------------------------------------------------------*
       3400-LOG-RELEASE.
           MOVE WS-RUN-TIMESTAMP    TO IO-AUDIT-RUN-TS.
           MOVE IO-SUSP-FILE-ID     TO IO-AUDIT-FILE-ID.
           MOVE 'BAQL940'           TO IO-AUDIT-JOB-NAME.
           MOVE WS-USERID           TO IO-AUDIT-STEP-NAME.
           MOVE IO-SUSP-SEQ         TO IO-AUDIT-RECORD-CNT.
           MOVE 'L'                 TO IO-AUDIT-RECORDS-OK.
           WRITE IO-AUDIT-RECORD.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO WRITE AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
                      ' KEY=' IO-SUSP-KEY
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-JOURNAL-ATTEMPT  -  one PROVCORR row per correction      *
      *  that reached its suspense record, the outcome already set by  *
      *  the caller, as BAQL500 journals a PF5 attempt.  A batch row   *
      *  carries the run userid and BTCH where BAQL500 has the         *
      *  terminal.  A correction that cannot be journaled ends the     *
      *  run, as an unlogged release does in 3400.                     *
      *----------------------------------------------------------------*
       3500-JOURNAL-ATTEMPT.
           MOVE WS-RUN-TIMESTAMP     TO IO-CORR-TS.
           MOVE WS-USERID            TO IO-CORR-USERID.
           MOVE 'BTCH'               TO IO-CORR-TERMID.
           MOVE SPACES               TO IO-CORR-TRANID.
           MOVE IO-SUSP-FILE-ID      TO IO-CORR-FILE-ID.
           MOVE IO-SUSP-SEQ          TO IO-CORR-SEQ.
           MOVE IO-SUSP-FILE-TYPE    TO IO-CORR-FILE-TYPE.
           MOVE IO-SUSP-ERROR-FIELD  TO IO-CORR-ERROR-FIELD.
           MOVE IO-SUSP-ERROR-REASON TO IO-CORR-ERROR-REASON.
           MOVE 0                    TO IO-CORR-CHANGE-CNT.
           MOVE SPACES               TO IO-CORR-CHANGES.
           PERFORM 3520-COMPARE-ONE-SLOT THRU 3520-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.
           WRITE IO-CORR-RECORD.
           IF WS-PROVCORR-STATUS NOT = '00'
              DISPLAY 'BAQL940 - UNABLE TO WRITE CORR-FILE, '
                      'STATUS=' WS-PROVCORR-STATUS
                      ' KEY=' IO-SUSP-KEY
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

       3520-COMPARE-ONE-SLOT.
           IF WS-BEFORE-SLOT(WS-SLOT-NBR)
                = IO-EDIT-TEXT-SLOT(WS-SLOT-NBR)
              GO TO 3520-EXIT
           END-IF.
           ADD 1 TO IO-CORR-CHANGE-CNT.
           MOVE WS-SLOT-ID(WS-SLOT-NBR)
             TO IO-CORR-SLOT-ID(IO-CORR-CHANGE-CNT).
           MOVE WS-SLOT-DESC-TXT(WS-SLOT-NBR)
             TO IO-CORR-FIELD-NAME(IO-CORR-CHANGE-CNT).
           MOVE WS-BEFORE-SLOT(WS-SLOT-NBR)
             TO IO-CORR-BEFORE-VALUE(IO-CORR-CHANGE-CNT).
           MOVE IO-EDIT-TEXT-SLOT(WS-SLOT-NBR)
             TO IO-CORR-AFTER-VALUE(IO-CORR-CHANGE-CNT).
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-ACK-TRAILER  -  the acknowledgment totals.         *
      *----------------------------------------------------------------*
       4000-WRITE-ACK-TRAILER.
           MOVE SPACES           TO CACK-TRAILER.
           MOVE 'T'              TO CACK-TRL-REC-TYPE.
           MOVE WS-APPLIED-CNT   TO CACK-TRL-APPLIED-CNT.
           MOVE WS-FAILING-CNT   TO CACK-TRL-FAILING-CNT.
           MOVE WS-UNMATCHED-CNT TO CACK-TRL-UNMATCHED-CNT.
           MOVE WS-BATCH-DATE    TO CACK-TRL-BATCH-DATE.
           MOVE WS-RUN-TIMESTAMP TO CACK-TRL-RUN-TS.
           WRITE CACK-TRAILER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-LOOKUP-NPI  -  every listed row filed under the NPI in   *
      *  WS-LOOK-VALUE, as BAQL960 looks it up; notes whether any      *
      *  exclusion still stands.                                       *
      *----------------------------------------------------------------*
       5000-LOOKUP-NPI.
           SET WS-ACTIVE-SW TO 'N'.
           SET WS-EXCL-EOF-SW TO 'N'.
           SET IO-EXCL-BY-NPI TO TRUE.
           MOVE WS-LOOK-VALUE TO IO-EXCL-KEY-VALUE.
           MOVE 0 TO IO-EXCL-SEQ.
           START EXCL-FILE KEY >= IO-EXCL-KEY
               INVALID KEY
                   SET WS-EXCL-EOF TO TRUE
           END-START.
           PERFORM 5010-READ-ONE-NPI-ROW THRU 5010-EXIT
               UNTIL WS-EXCL-EOF
                  OR WS-ACTIVE-FOUND.
       5000-EXIT.
           EXIT.

      *    A listed row is reinstated once its reinstatement date has
      *    arrived - BAQL960's 5050 test; any other row stands.
       5010-READ-ONE-NPI-ROW.
           READ EXCL-FILE NEXT RECORD
               AT END
                   SET WS-EXCL-EOF TO TRUE
                   GO TO 5010-EXIT
           END-READ.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL940 - READ ERROR ON EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              SET WS-ACTIVE-FOUND TO TRUE
              GO TO 5010-EXIT
           END-IF.
           IF NOT IO-EXCL-BY-NPI
              OR IO-EXCL-KEY-VALUE NOT = WS-LOOK-VALUE
              SET WS-EXCL-EOF TO TRUE
              GO TO 5010-EXIT
           END-IF.
           IF IO-EXCL-REIN-DATE NUMERIC
              AND IO-EXCL-REIN-DATE NOT = ZEROES
              AND IO-EXCL-REIN-DATE NOT > WS-CDT-YYYYMMDD-X
              GO TO 5010-EXIT
           END-IF.
           SET WS-ACTIVE-FOUND TO TRUE.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-SQUEEZE-VALUE  -  WS-SQ-IN upper-cased with everything   *
      *  but letters and digits taken out, left-justified in           *
      *  WS-SQ-OUT, as BAQL960 squeezes it.                            *
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
           CLOSE ACK-FILE.
           GOBACK.
       9999-EXIT.
           EXIT.
