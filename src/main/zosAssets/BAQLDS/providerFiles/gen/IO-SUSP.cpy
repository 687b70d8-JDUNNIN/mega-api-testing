      *  applied record joins its originating load cycle instead of  *
      *  minting a phantom cycle dated by the release.               *
      *--------------------------------------------------------------*
        05 IO-SUSP-LOAD-TS                    PIC X(25) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The incremental action code the row arrived with (A, C or   *
      *  D, or whatever invalid code suspended it), space for a row  *
      *  of a full load.  It takes the last byte of the old 26-byte  *
      *  load timestamp, which a run timestamp always left blank, so *
      *  the record length is unchanged and rows suspended before    *
      *  the code was kept read as full-load rows.  A release        *
      *  re-edits it: a D is applied as a delete (status X), any     *
      *  other non-blank code but A or C is refused.                 *
      *--------------------------------------------------------------*
        05 IO-SUSP-ACTION                     PIC X(01) USAGE DISPLAY.
           88 IO-SUSP-ACTION-NONE                        VALUE SPACE.
           88 IO-SUSP-ACTION-ADD                         VALUE 'A'.
           88 IO-SUSP-ACTION-CHANGE                      VALUE 'C'.
           88 IO-SUSP-ACTION-DELETE                      VALUE 'D'.
