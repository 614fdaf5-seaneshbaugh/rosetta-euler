      * Parameter card for the data-warehouse interface extract.
      * PM-DWX-RESEND set to Y is the operator's explicit request to
      * send again the extract for a cycle already sent; any other
      * value refuses a second extract for the same cycle.
      * PM-DWX-CYCLE-ID names the cycle to extract when it is not the
      * current one (zeros or blank mean the current cycle).  The
      * step resets the card to N and zeros once it has been used,
      * so every resend has to be asked for again.  The card is only
      * honoured when the step is run standalone; the nightly stream
      * always extracts its own cycle, warns that the card was
      * ignored, and leaves it in place for the operator's own run.
       01  PARMDWX-RECORD.
           05  PM-DWX-RESEND       PIC X(1).
           05  PM-DWX-CYCLE-ID     PIC 9(6).
