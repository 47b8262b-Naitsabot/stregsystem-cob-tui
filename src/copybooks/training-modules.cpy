      * Copybook: Operator Training Modules
      * Used by: tui.cob, training-report.cob (WS)
      * Note: a module is complete once the trainee has done every
      *       step listed for it in a practice session (the kiosk on
      *       TRANSPORT=mock) at least trn-req-count times, and a
      *       trainer has signed it off. An operator role may only
      *       be granted to someone holding every module listed for
      *       it. A certification lapses once the operator has gone
      *       trn-lapse-days without working a shift (or being
      *       signed off); trn-warn-days before that it is about to
      *       lapse.
       01  training-modules.
           05  trn-module-count PIC 9(2) COMP-5 VALUE 5.
           05  trn-module-values.
               10  FILLER       PIC X(10) VALUE "CHECKOUT".
               10  FILLER       PIC X(10) VALUE "RETURNS".
               10  FILLER       PIC X(10) VALUE "DRAWER".
               10  FILLER       PIC X(10) VALUE "SHIFTCLOSE".
               10  FILLER       PIC X(10) VALUE "STOCKTAKE".
           05  trn-module-table REDEFINES trn-module-values.
               10  trn-module   PIC X(10) OCCURS 5 TIMES.
      *    module, step, times needed
           05  trn-req-count-all PIC 9(2) COMP-5 VALUE 6.
           05  trn-req-values.
               10  FILLER       PIC X(20) VALUE "CHECKOUT  SALE    03".
               10  FILLER       PIC X(20) VALUE "RETURNS   RETURN  01".
               10  FILLER       PIC X(20) VALUE "DRAWER    OPEN    01".
               10  FILLER       PIC X(20) VALUE "DRAWER    COUNT   01".
               10  FILLER       PIC X(20) VALUE "SHIFTCLOSECLOSE   01".
               10  FILLER       PIC X(20) VALUE "STOCKTAKE COUNT   01".
           05  trn-req-table REDEFINES trn-req-values.
               10  trn-req OCCURS 6 TIMES.
                   15  trn-req-module PIC X(10).
                   15  trn-req-step   PIC X(8).
                   15  trn-req-count  PIC 9(2).
      *    role, module it needs
           05  trn-role-count   PIC 9(2) COMP-5 VALUE 6.
           05  trn-role-values.
               10  FILLER       PIC X(15) VALUE "VIEW CHECKOUT".
               10  FILLER       PIC X(15) VALUE "MAINTCHECKOUT".
               10  FILLER       PIC X(15) VALUE "MAINTRETURNS".
               10  FILLER       PIC X(15) VALUE "MAINTDRAWER".
               10  FILLER       PIC X(15) VALUE "MAINTSHIFTCLOSE".
               10  FILLER       PIC X(15) VALUE "MAINTSTOCKTAKE".
           05  trn-role-table REDEFINES trn-role-values.
               10  trn-role-need OCCURS 6 TIMES.
                   15  trn-role-name   PIC X(5).
                   15  trn-role-module PIC X(10).
           05  trn-lapse-days   PIC 9(3) COMP-5 VALUE 183.
           05  trn-warn-days    PIC 9(3) COMP-5 VALUE 30.
