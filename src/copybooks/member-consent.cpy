      * Copybook: Member Consent Request/Response Structures
      * Used by: member-consent.cob (LINKAGE), tui.cob,
      *          outbox-send.cob (WS)
      * Note: consent is held per member and message category
      *       (SERVICE, DUNNING, MARKETING, RECEIPTS) and channel
      *       (WEBHOOK, PERSONAL, or ALL for every channel). A
      *       member with no GIVEN record for a category has not
      *       consented to it. Messages not addressed to a member
      *       (username "-") need no consent. PERSONAL delivery
      *       also needs a delivery address on file (SETADDR).
       01  mcons-request-data.
      *    CHECK - may mcons-kind (or mcons-category) go to
      *            mcons-username over mcons-channel? (ALL = over
      *            any channel)
      *    STATE - the latest record for the member and category,
      *            whatever the channel
      *    SET   - record mcons-state (GIVEN / WITHDRAWN)
      *    ADDRESS  - the member's delivery address and how the
      *               last personal deliveries went
      *    SETADDR  - record mcons-address (type worked out from
      *               it; NONE removes it)
      *    DELIVERY - log one personal delivery attempt
      *               (mcons-outcome OK / FAILED, mcons-detail)
           05  mcons-op         PIC X(8).
           05  mcons-username   PIC X(64).
      *    outbox record kind (CHASE, LOWBAL, ...); CHECK maps it
      *    to its category when mcons-category is blank
           05  mcons-kind       PIC X(8).
           05  mcons-category   PIC X(10).
           05  mcons-channel    PIC X(10).
           05  mcons-state      PIC X(10).
      *    who recorded it: KIOSK, or the operator's name
           05  mcons-source     PIC X(32).
      *    e-mail address or @chat-handle
           05  mcons-address    PIC X(80).
           05  mcons-outcome    PIC X(8).
           05  mcons-detail     PIC X(60).
       01  mcons-response-data.
           05  mcons-rc         PIC S9(9) COMP-5.
           05  mcons-allowed    PIC 9.
           05  mcons-found      PIC 9.
           05  mcons-found-category PIC X(10).
           05  mcons-found-state    PIC X(10).
           05  mcons-found-channel  PIC X(10).
           05  mcons-found-date     PIC X(8).
      *    EMAIL or CHAT; spaces when no address is on file
           05  mcons-found-addr-type PIC X(8).
           05  mcons-found-address  PIC X(80).
      *    latest personal delivery, and failures since the last OK
           05  mcons-last-outcome   PIC X(8).
           05  mcons-last-date      PIC X(8).
           05  mcons-fail-count     PIC 9(4) COMP-5.
