      *                        the full run and rebuilds the master   *
      *                        from scratch after a table or          *
      *                        dictionary correction.                  *
      *  08  2026-10-15  dxu   partition number 99 on ANGLO-FORMAT's  *
      *                        card marks its pass over the           *
      *                        ANGLO-IMPACT correction file, which    *
      *                        posts its totals under a run-control   *
      *                        row of its own.                        *
      *****************************************************************
       01  CTL-CARD-RECORD.
           05  CTL-RUN-ID                  Picture is X(08).
           05  CTL-RESTART-COUNT           Picture is 9(09).
           05  CTL-REJECT-THRESHOLD-PCT    Picture is 9(03).
           05  CTL-PARTITION-NUMBER        Picture is 9(02).
               88  CTL-CORRECTION-PASS         VALUE 99.
           05  CTL-PARTITION-COUNT         Picture is 9(02).
           05  CTL-STYLE-LEGAL             Picture is X(01).
           05  CTL-STYLE-MAILING           Picture is X(01).
