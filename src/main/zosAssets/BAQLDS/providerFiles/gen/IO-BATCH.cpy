      *  second cycle of identical records that skews the BAQL600      *
      *  delta and the BAQL700 cycle retention.  A genuine corrected-  *
      *  file resend is let through with the loader's override parm,   *
      *  which re-registers the batch under the new run.  The load     *
      *  mode is kept with each batch so BAQL600 and BAQL900 can tell  *
      *  a full cycle, which terminates the providers it omits, from   *
      *  an incremental one, which does not.  A full load whose        *
      *  trailer carries no batch date is registered too, under an     *
      *  asterisk and its run date (IO-BATCH-UNDATED-KEY), so every    *
      *  completed load - dated or not - is on the registry when a     *
      *  reader works out the file-id's last full and incremental      *
      *  cycles.  No submitter batch date begins with an asterisk, so  *
      *  these rows never answer the duplicate check.                  *
      *================================================================*
       01 IO-BATCH-RECORD.
        05 IO-BATCH-KEY.
           10 IO-BATCH-FILE-ID                PIC X(08) USAGE DISPLAY.
           10 IO-BATCH-DATE                   PIC X(08) USAGE DISPLAY.
           10 IO-BATCH-UNDATED-KEY REDEFINES IO-BATCH-DATE.
              15 IO-BATCH-UNDATED-MARK        PIC X(01) USAGE DISPLAY.
                 88 IO-BATCH-UNDATED                     VALUE '*'.
              15 IO-BATCH-UNDATED-RUN-DATE    PIC X(06) USAGE DISPLAY.
              15 FILLER                       PIC X(01) USAGE DISPLAY.
        05 IO-BATCH-LOAD-TS                   PIC X(26) USAGE DISPLAY.
        05 IO-BATCH-STATUS                    PIC X(01) USAGE DISPLAY.
           88 IO-BATCH-COMPLETE                          VALUE 'C'.
      *--------------------------------------------------------------*
      *  F (or spaces, for batches registered before the mode was    *
      *  kept) - a full file.  I - an incremental file.              *
      *--------------------------------------------------------------*
        05 IO-BATCH-LOAD-MODE                 PIC X(01) USAGE DISPLAY.
           88 IO-BATCH-FULL-LOAD                         VALUE 'F' ' '.
           88 IO-BATCH-INCREMENTAL-LOAD                  VALUE 'I'.
