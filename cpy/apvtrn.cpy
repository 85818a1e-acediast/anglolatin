      *****************************************************************
      *  APVTRN.CPY                                                   *
      *  Approval transaction for the dual-controlled maintenance     *
      *  programs (ANGLO-OVRMAINT on OVRAPPR, ANGLO-KNJMAINT on       *
      *  KNJAPPR, ANGLO-VARMAINT on VARAPPR).  One row per decision   *
      *  on a pending change, keyed by the pending ID printed on the  *
      *  pending-change report:                                       *
      *    A  approve -- the change is applied to the master          *
      *    R  reject  -- the change is dropped, APV-REASON says why   *
      *  APV-CHECKER-ID names who decided and must not be the user    *
      *  who keyed the change; a self-approval is refused and the     *
      *  change stays pending.                                        *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  APPROVAL-TRANSACTION.
           05  APV-PENDING-ID              Picture is X(18).
           05  APV-DECISION                Picture is X(01).
               88  APV-DECISION-APPROVE        VALUE 'A'.
               88  APV-DECISION-REJECT         VALUE 'R'.
           05  APV-CHECKER-ID              Picture is X(08).
           05  APV-REASON                  Picture is X(30).
           05  FILLER                      Picture is X(23).
