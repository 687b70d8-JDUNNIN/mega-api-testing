      *                      AND PROVDENT DATASET CARDS TO EVERY       *
      *                      SYSIN DECK BEFORE THE FIRST RUN OF THIS   *
      *                      VERSION.                                  *
      *  2026-10-15  BAQLDS  A SYSIN CARD MAY NOW CARRY THE LEG'S LOAD *
      *                      MODE IN COLUMN 55 - I FOR AN INCREMENTAL  *
      *                      (CHANGE-ONLY) FILE, F OR BLANK FOR A FULL *
      *                      REPLACEMENT - PASSED TO BAQL100 IN A NEW  *
      *                      37TH PARM BYTE.  ANY OTHER VALUE STOPS    *
      *                      THE SET WITH RC 16 BEFORE A LEG IS        *
      *                      LOADED.                                   *
      *  2026-10-15  BAQLDS  THE ORPHAN CHECK PASSES OVER INCREMENTAL  *
      *                      DELETE ROWS (STATUS X) - FLAGGING ONE BAD *
      *                      WOULD UNDO THE DELETE.                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL110.
      *----------------------------------------------------------------*
      *  Control cards - one per leg, the leg's file type in columns   *
      *  1-8 and its source dataset name starting in column 10.        *
      *  Column 55 is the leg's load mode - I for an incremental file, *
      *  F or blank for a full replacement.                            *
      *  Blank cards and cards starting with '*' are comments.         *
      *----------------------------------------------------------------*
       FD  CARD-FILE
           05  CARD-FILE-TYPE                 PIC X(08).
           05  FILLER                         PIC X(01).
           05  CARD-DSN                       PIC X(44).
           05  FILLER                         PIC X(01).
           05  CARD-LOAD-MODE                 PIC X(01).
               88  CARD-MODE-VALID                  VALUE 'I' 'F' ' '.
           05  FILLER                         PIC X(25).

      *----------------------------------------------------------------*
      *  Checkpoint/restart control file - read between loader CALLs   *
       01  WS-LEG-DSNS.
           05  WS-LEG-DSN                     PIC X(44)
                                              OCCURS WS-LEG-CNT TIMES.
       01  WS-LEG-MODES.
           05  WS-LEG-MODE                    PIC X(01)
                                              OCCURS WS-LEG-CNT TIMES.

      *----------------------------------------------------------------*
      *  Dynamic-allocation request handed to BPXWDYN - trailing       *
      *----------------------------------------------------------------*
       01  WS-LOAD-PARM.
           05  WS-LOAD-PARM-LEN               PIC S9(4) USAGE COMP
                                               VALUE +37.
           05  WS-LOAD-PARM-DATA.
               10  WS-LOAD-FILE-ID            PIC X(08).
               10  WS-LOAD-JOB-NAME           PIC X(08).
               10  WS-LOAD-FILE-TYPE          PIC X(08).
               10  WS-LOAD-BAD-PCT            PIC X(02).
               10  WS-LOAD-DUP-OVERRIDE       PIC X(01).
               10  WS-LOAD-MODE               PIC X(01).

      *----------------------------------------------------------------*
      *  One id range's worth of GOOD PROVMSTR provider identifiers,   *

       1000-INITIALIZE.
           MOVE SPACES TO WS-LEG-DSNS.
           MOVE SPACES TO WS-LEG-MODES.
           OPEN INPUT CARD-FILE.
           IF WS-SYSIN-STATUS NOT = '00'
              DISPLAY 'BAQL110 - UNABLE TO OPEN CARD-FILE, '

      *----------------------------------------------------------------*
      *  1100-READ-ONE-CARD  -  match the card's file type to a leg    *
      *  and capture its dataset name and load mode.                   *
      *----------------------------------------------------------------*
       1100-READ-ONE-CARD.
           READ CARD-FILE
       1110-MATCH-ONE-LEG.
           IF CARD-FILE-TYPE = WS-LEG-FILE-TYPE(WS-LEG-IDX)
              MOVE CARD-DSN TO WS-LEG-DSN(WS-LEG-IDX)
              MOVE CARD-LOAD-MODE TO WS-LEG-MODE(WS-LEG-IDX)
              IF NOT CARD-MODE-VALID
                 DISPLAY 'BAQL110 - LOAD MODE ' CARD-LOAD-MODE
                         ' ON THE SYSIN CARD FOR '
                         WS-LEG-FILE-TYPE(WS-LEG-IDX)
                         ' IS NOT I OR F'
                 SET WS-SET-FAILED TO TRUE
                 MOVE 16 TO WS-MAX-RC
              END-IF
           END-IF.
       1110-EXIT.
           EXIT.
           ELSE
              MOVE 'N'                       TO WS-LOAD-DUP-OVERRIDE
           END-IF.
           IF WS-LEG-MODE(WS-LEG-IDX) = 'I'
              MOVE 'I'                       TO WS-LOAD-MODE
           ELSE
              MOVE 'F'                       TO WS-LOAD-MODE
           END-IF.

           MOVE SPACES TO WS-DYN-TEXT.
           STRING 'ALLOC FI(PROVIN) DA(' DELIMITED BY SIZE
              AND IO-VSAM-FILE-TYPE NOT = 'PROVDENT'
              GO TO 3210-EXIT
           END-IF.
           IF IO-VSAM-STATUS-DELETED
              GO TO 3210-EXIT
           END-IF.
           SEARCH ALL WS-MASTER-ID
               AT END
                   PERFORM 3220-REPORT-ORPHAN THRU 3220-EXIT
