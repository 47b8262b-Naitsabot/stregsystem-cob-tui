      * Copybook: Config Bundle Request/Response Structures
      * Used by: config-bundle.cob (LINKAGE), config-pull.cob,
      *          config-publish.cob, tui.cob (WS)
      * Note: cbundle-status 0 = done (valid / staged / applied),
      *       1 = nothing to do (up to date, or deferred because a
      *       shift is open), 2 = bundle rejected (cbundle-reason
      *       says why), 3 = could not read or write a file.
       01  cbundle-request-data.
           05  cbundle-op        PIC X(12).
           05  cbundle-path      PIC X(256).
       01  cbundle-response-data.
           05  cbundle-status    PIC S9(9) COMP-5.
           05  cbundle-version   PIC 9(6).
           05  cbundle-applied   PIC 9(6).
           05  cbundle-staged    PIC 9(6).
           05  cbundle-rejected  PIC 9(6).
           05  cbundle-files     PIC 9(2).
           05  cbundle-reason    PIC X(80).
