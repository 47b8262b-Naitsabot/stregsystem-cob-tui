      * Copybook: Payment Reference Request/Response Structures
      * Used by: payment-ref.cob (LINKAGE), tui.cob,
      *          bank-import.cob (WS)
      * Note: a member's payment reference is their server member
      *       id, zero-filled to 14 digits, followed by a modulus-10
      *       check digit - 15 digits, as a FI/+71 payment id. It
      *       never changes, so members can keep it as a saved
      *       payee in their bank app.
       01  pref-request-data.
      *    MAKE  - pref-member-id -> pref-reference / pref-display
      *    CHECK - pref-reference -> pref-valid / pref-member-id
           05  pref-op          PIC X(8).
           05  pref-member-id   PIC X(8).
           05  pref-reference   PIC X(15).
      *    FI creditor number (config FICREDITOR=); when set, MAKE
      *    shows the full "+71<reference+creditor<" line
           05  pref-creditor    PIC X(8).
       01  pref-response-data.
           05  pref-rc          PIC S9(9) COMP-5.
      *    CHECK: 1 = the check digit is right
           05  pref-valid       PIC 9.
           05  pref-display     PIC X(32).
