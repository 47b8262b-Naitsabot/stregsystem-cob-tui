      * Copybook: Journal Mirror Request/Response Structures
      * Used by: journal-mirror.cob (LINKAGE), tui.cob (WS)
      * Note: jmirror-seq/jmirror-chk are the local seal of the last
      *       line written (the values just saved to journal-seq.txt).
      *       jmirror-status: 0 = mirror in step at jmirror-seq,
      *       1 = mirror unavailable, 2 = mirror diverged (ahead of
      *       the local journal, or the local copy has a hole the
      *       catch-up could not bridge).
       01  jmirror-request-data.
           05  jmirror-op        PIC X(12).
           05  jmirror-dir       PIC X(256).
           05  jmirror-seq       PIC 9(9).
           05  jmirror-chk       PIC 9(9).
           05  jmirror-line      PIC X(512).
       01  jmirror-response-data.
           05  jmirror-status    PIC S9(9) COMP-5.
           05  jmirror-mirror-seq PIC 9(9).
           05  jmirror-caught-up PIC 9(9).
