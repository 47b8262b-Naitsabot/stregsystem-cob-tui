               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT RECIPE-FILE
               ASSIGN TO RECIPE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-STATUS.
           SELECT STOCK-OPEN-FILE
               ASSIGN TO STOCK-OPEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-OPEN-STATUS.
           SELECT KEG-FILE
               ASSIGN TO KEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEG-STATUS.
           SELECT KEG-YIELD-FILE
               ASSIGN TO KEG-YIELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEG-YIELD-STATUS.
           SELECT ROOM-STOCK-FILE
               ASSIGN TO ROOM-STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STOCK-STATUS.
           SELECT XFER-FILE
               ASSIGN TO XFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-STATUS.
           SELECT RENTAL-ITEMS-FILE
               ASSIGN TO RENTAL-ITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-ITEMS-STATUS.
           SELECT RENTALS-FILE
               ASSIGN TO RENTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTALS-STATUS.
           SELECT RAFFLES-FILE
               ASSIGN TO RAFFLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFFLES-STATUS.
           SELECT RAFFLE-TICKETS-FILE
               ASSIGN TO RAFFLE-TICKETS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFFLE-TICKETS-STATUS.
           SELECT RAFFLE-DRAWS-FILE
               ASSIGN TO RAFFLE-DRAWS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFFLE-DRAWS-STATUS.
           SELECT PREORDERS-FILE
               ASSIGN TO PREORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREORDERS-STATUS.
           SELECT SHRINK-FILE
               ASSIGN TO SHRINK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRINK-STATUS.
           SELECT HOSP-BUDGET-FILE
               ASSIGN TO HOSP-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOSP-BUDGET-STATUS.
           SELECT CURRENT-SHIFT-FILE
               ASSIGN TO CURRENT-SHIFT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT OUTBOX-HELD-FILE
               ASSIGN TO OUTBOX-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-HELD-STATUS.
           SELECT ERECEIPT-FILE
               ASSIGN TO ERECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERECEIPT-STATUS.
           SELECT VOUCHERS-FILE
               ASSIGN TO VOUCHERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO PAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-STATUS.
           SELECT DISPUTES-FILE
               ASSIGN TO DISPUTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTES-STATUS.
           SELECT GROUPS-FILE
               ASSIGN TO GROUPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO MEMBER-CARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-CARDS-STATUS.
           SELECT CARD-REGISTER-FILE
               ASSIGN TO CARD-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-REGISTER-STATUS.
           SELECT PROMOS-FILE
               ASSIGN TO PROMOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOS-STATUS.
           SELECT PRICE-LEVELS-FILE
               ASSIGN TO PRICE-LEVELS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-LEVELS-STATUS.
           SELECT PROMILLE-LOG-FILE
               ASSIGN TO PROMILLE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMILLE-LOG-STATUS.
           SELECT WISHES-FILE
               ASSIGN TO WISHES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISHES-STATUS.
           SELECT COOLING-UNITS-FILE
               ASSIGN TO COOLING-UNITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COOLING-UNITS-STATUS.
           SELECT TEMP-LOG-FILE
               ASSIGN TO TEMP-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-LOG-STATUS.
           SELECT LOGBOOK-FILE
               ASSIGN TO LOGBOOK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGBOOK-STATUS.
           SELECT CHECKLIST-FILE
               ASSIGN TO CHECKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKLIST-STATUS.
           SELECT CHECKLIST-LOG-FILE
               ASSIGN TO CHECKLIST-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKLIST-LOG-STATUS.
           SELECT TRAINING-FILE
               ASSIGN TO TRAINING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.
           SELECT SHADOW-FILE
               ASSIGN TO SHADOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
        01  DRAWER-LINE         PIC X(256).
       FD  STOCK-FILE.
        01  STOCK-LINE          PIC X(64).
       FD  RECIPE-FILE.
        01  RECIPE-LINE         PIC X(64).
       FD  STOCK-OPEN-FILE.
        01  STOCK-OPEN-LINE     PIC X(64).
       FD  KEG-FILE.
        01  KEG-LINE            PIC X(128).
       FD  KEG-YIELD-FILE.
        01  KEG-YIELD-LINE      PIC X(160).
       FD  ROOM-STOCK-FILE.
        01  ROOM-STOCK-LINE     PIC X(64).
       FD  XFER-FILE.
        01  XFER-LINE           PIC X(200).
       FD  RENTAL-ITEMS-FILE.
        01  RENTAL-ITEMS-LINE   PIC X(128).
       FD  RENTALS-FILE.
        01  RENTALS-LINE        PIC X(200).
       FD  RAFFLES-FILE.
        01  RAFFLES-LINE        PIC X(128).
       FD  RAFFLE-TICKETS-FILE.
        01  RAFFLE-TICKETS-LINE PIC X(128).
       FD  RAFFLE-DRAWS-FILE.
        01  RAFFLE-DRAWS-LINE   PIC X(200).
       FD  PREORDERS-FILE.
        01  PREORDERS-LINE      PIC X(200).
       FD  SHRINK-FILE.
        01  SHRINK-LINE         PIC X(160).
       FD  HOSP-BUDGET-FILE.
        01  HOSP-BUDGET-LINE    PIC X(64).
       FD  CURRENT-SHIFT-FILE.
        01  CURRENT-SHIFT-LINE  PIC X(128).
       FD  SHIFTS-FILE.
        01  SHIFTS-LINE         PIC X(256).
       FD  OPERATORS-FILE.
        01  OPERATORS-LINE      PIC X(64).
       FD  LOCKOUT-FILE.
        01  LOCKOUT-LINE        PIC X(64).
       FD  OUTBOX-FILE.
        01  OUTBOX-LINE         PIC X(300).
       FD  OUTBOX-HELD-FILE.
        01  OUTBOX-HELD-LINE    PIC X(320).
       FD  ERECEIPT-FILE.
        01  ERECEIPT-LINE       PIC X(80).
       FD  VOUCHERS-FILE.
        01  VOUCHERS-LINE       PIC X(64).
       FD  TABS-FILE.
        01  LIMITS-LINE         PIC X(100).
       FD  PAYOUT-FILE.
        01  PAYOUT-LINE         PIC X(200).
       FD  DISPUTES-FILE.
        01  DISPUTES-LINE       PIC X(512).
       FD  GROUPS-FILE.
        01  GROUPS-LINE         PIC X(160).
       FD  POINTS-FILE.
        01  POINTS-LINE         PIC X(100).
       FD  TIMECLOCK-FILE.
        01  MEMBER-PINS-LINE    PIC X(100).
       FD  MEMBER-CARDS-FILE.
        01  MEMBER-CARDS-LINE   PIC X(90).
       FD  CARD-REGISTER-FILE.
        01  CARD-REGISTER-LINE  PIC X(300).
       FD  PROMOS-FILE.
        01  PROMOS-LINE         PIC X(64).
       FD  PRICE-LEVELS-FILE.
        01  PRICE-LEVELS-LINE   PIC X(80).
       FD  PROMILLE-LOG-FILE.
        01  PROMILLE-LOG-LINE   PIC X(128).
       FD  WISHES-FILE.
        01  WISHES-LINE         PIC X(200).
       FD  COOLING-UNITS-FILE.
        01  COOLING-UNITS-LINE  PIC X(128).
       FD  TEMP-LOG-FILE.
        01  TEMP-LOG-LINE       PIC X(200).
       FD  LOGBOOK-FILE.
        01  LOGBOOK-LINE        PIC X(256).
       FD  CHECKLIST-FILE.
        01  CHECKLIST-LINE      PIC X(128).
       FD  CHECKLIST-LOG-FILE.
        01  CHECKLIST-LOG-LINE  PIC X(256).
       FD  TRAINING-FILE.
        01  TRAINING-LINE       PIC X(200).
       FD  SHADOW-FILE.
        01  SHADOW-LINE         PIC X(128).
       FD  FAILOVER-STATE-FILE.
           05 PHIST-PRODUCT-DISP PIC X(30).
           05 PHIST-PRICE-DISP   PIC X(10).
           05 PHIST-HEADER       PIC X(64).
           05 PHIST-PAYREF-LINE  PIC X(74).
           05 PHIST-DUMMY-INPUT  PIC X(1).
           05 PHIST-PAGE-TEXT       PIC ZZ9.
           05 PHIST-PAGE-COUNT-TEXT PIC ZZ9.
           05 STOCK-PATH       PIC X(256).
           05 STOCK-STATUS     PIC XX.
           05 STOCK-EOF        PIC 9 VALUE 0.
           05 RECIPE-PATH      PIC X(256).
           05 RECIPE-STATUS    PIC XX.
           05 RECIPE-EOF       PIC 9 VALUE 0.
           05 STOCK-OPEN-PATH  PIC X(256).
           05 STOCK-OPEN-STATUS PIC XX.
           05 STOCK-OPEN-EOF   PIC 9 VALUE 0.
           05 KEG-PATH         PIC X(256).
           05 KEG-STATUS       PIC XX.
           05 KEG-EOF          PIC 9 VALUE 0.
           05 KEG-YIELD-PATH   PIC X(256).
           05 KEG-YIELD-STATUS PIC XX.
           05 ROOM-STOCK-PATH  PIC X(256).
           05 ROOM-STOCK-STATUS PIC XX.
           05 ROOM-STOCK-EOF   PIC 9 VALUE 0.
           05 XFER-PATH        PIC X(256).
           05 XFER-STATUS      PIC XX.
           05 XFER-EOF         PIC 9 VALUE 0.
           05 RENTAL-ITEMS-PATH PIC X(256).
           05 RENTAL-ITEMS-STATUS PIC XX.
           05 RENTAL-ITEMS-EOF PIC 9 VALUE 0.
           05 RENTALS-PATH     PIC X(256).
           05 RENTALS-STATUS   PIC XX.
           05 RENTALS-EOF      PIC 9 VALUE 0.
           05 RAFFLES-PATH     PIC X(256).
           05 RAFFLES-STATUS   PIC XX.
           05 RAFFLES-EOF      PIC 9 VALUE 0.
           05 RAFFLE-TICKETS-PATH PIC X(256).
           05 RAFFLE-TICKETS-STATUS PIC XX.
           05 RAFFLE-TICKETS-EOF PIC 9 VALUE 0.
           05 RAFFLE-DRAWS-PATH PIC X(256).
           05 RAFFLE-DRAWS-STATUS PIC XX.
           05 RAFFLE-DRAWS-EOF PIC 9 VALUE 0.
           05 PREORDERS-PATH   PIC X(256).
           05 PREORDERS-STATUS PIC XX.
           05 PREORDERS-EOF    PIC 9 VALUE 0.
           05 SHRINK-PATH      PIC X(256).
           05 SHRINK-STATUS    PIC XX.
           05 HOSP-BUDGET-PATH PIC X(256).
           05 HOSP-BUDGET-STATUS PIC XX.
           05 HOSP-BUDGET-EOF  PIC 9 VALUE 0.
           05 CURRENT-SHIFT-PATH   PIC X(256).
           05 CURRENT-SHIFT-STATUS PIC XX.
           05 SHIFTS-PATH      PIC X(256).
           05 OUTBOX-PATH      PIC X(256).
           05 OUTBOX-STATUS    PIC XX.
           05 OUTBOX-TIMESTAMP PIC X(19).
           05 OUTBOX-HELD-PATH PIC X(256).
           05 OUTBOX-HELD-STATUS PIC XX.
           05 ERECEIPT-DIR     PIC X(256).
           05 ERECEIPT-PATH    PIC X(256).
           05 ERECEIPT-STATUS  PIC XX.
           05 VOUCHERS-PATH    PIC X(256).
           05 VOUCHERS-STATUS  PIC XX.
           05 VOUCHERS-EOF     PIC 9 VALUE 0.
           05 PAYOUT-PATH        PIC X(256).
           05 PAYOUT-STATUS      PIC XX.
           05 PAYOUT-EOF         PIC 9 VALUE 0.
           05 DISPUTES-PATH      PIC X(256).
           05 DISPUTES-STATUS    PIC XX.
           05 DISPUTES-EOF       PIC 9 VALUE 0.
           05 GROUPS-PATH        PIC X(256).
           05 GROUPS-STATUS      PIC XX.
           05 GROUPS-EOF         PIC 9 VALUE 0.
           05 MEMBER-CARDS-PATH   PIC X(256).
           05 MEMBER-CARDS-STATUS PIC XX.
           05 MEMBER-CARDS-EOF    PIC 9 VALUE 0.
           05 CARD-REGISTER-PATH   PIC X(256).
           05 CARD-REGISTER-STATUS PIC XX.
           05 CARD-REGISTER-EOF    PIC 9 VALUE 0.
           05 PROMOS-PATH      PIC X(256).
           05 PROMOS-STATUS    PIC XX.
           05 PROMOS-EOF       PIC 9 VALUE 0.
           05 PRICE-LEVELS-PATH PIC X(256).
           05 PRICE-LEVELS-STATUS PIC XX.
           05 PRICE-LEVELS-EOF PIC 9 VALUE 0.
           05 PROMILLE-LOG-PATH PIC X(256).
           05 PROMILLE-LOG-STATUS PIC XX.
           05 WISHES-PATH      PIC X(256).
           05 WISHES-STATUS    PIC XX.
           05 WISHES-EOF       PIC 9 VALUE 0.
           05 COOLING-UNITS-PATH PIC X(256).
           05 COOLING-UNITS-STATUS PIC XX.
           05 COOLING-UNITS-EOF PIC 9 VALUE 0.
           05 TEMP-LOG-PATH    PIC X(256).
           05 TEMP-LOG-STATUS  PIC XX.
           05 TEMP-LOG-EOF     PIC 9 VALUE 0.
           05 LOGBOOK-PATH     PIC X(256).
           05 LOGBOOK-STATUS   PIC XX.
           05 LOGBOOK-EOF      PIC 9 VALUE 0.
           05 CHECKLIST-PATH   PIC X(256).
           05 CHECKLIST-STATUS PIC XX.
           05 CHECKLIST-EOF    PIC 9 VALUE 0.
           05 CHECKLIST-LOG-PATH PIC X(256).
           05 CHECKLIST-LOG-STATUS PIC XX.
           05 TRAINING-PATH    PIC X(256).
           05 TRAINING-STATUS  PIC XX.
           05 TRAINING-EOF     PIC 9 VALUE 0.
           05 SHADOW-PATH      PIC X(256).
           05 SHADOW-STATUS    PIC XX.
           05 SHADOW-EOF       PIC 9 VALUE 0.
                   15 MCARD-USER PIC X(64).
           05 MCARD-COUNT       PIC 9(3) COMP-5 VALUE 0.
           05 MCARD-IDX         PIC 9(3) COMP-5.
           05 MCARD-KEPT        PIC 9(3) COMP-5.

      * card-register-work - the life of every card handed out
      * (card-register.txt, one line per card: "token<TAB>username
      * <TAB>last four digits<TAB>ACTIVE|BLOCKED|REPLACED<TAB>
      * issued YYYYMMDD<TAB>issued by<TAB>status date<TAB>reason
      * <TAB>status changed by"). membercards.txt stays the map of
      * cards that work; a blocked or replaced card leaves it and
      * lives on here only, so a scan of it is recognised, refused
      * and audited instead of passing through as a username.
       01 card-register-work.
           05 CREG-COUNT        PIC 9(3) COMP-5 VALUE 0.
           05 CREG-ENTRIES.
               10 CREG-ENTRY OCCURS 300 TIMES.
                   15 CREG-TOKEN      PIC X(24).
                   15 CREG-USER       PIC X(64).
                   15 CREG-TAIL       PIC X(4).
                   15 CREG-STATUS     PIC X(8).
                   15 CREG-ISSUED     PIC X(8).
                   15 CREG-ISSUED-BY  PIC X(32).
                   15 CREG-CHANGED    PIC X(8).
                   15 CREG-REASON     PIC X(40).
                   15 CREG-CHANGED-BY PIC X(32).
           05 CREG-IDX          PIC 9(3) COMP-5.
           05 CREG-HIT-IDX      PIC 9(3) COMP-5.
           05 CREG-FOUND        PIC 9.
           05 CARDM-CHOICE      PIC X(1).
           05 CARDM-USER-INPUT  PIC X(32).
           05 CARDM-NUMBER-INPUT PIC X(20).
           05 CARDM-REASON-INPUT PIC X(40).
           05 CARDM-OPER-INPUT  PIC X(32).
           05 CARDM-NUMBER      PIC X(20).
           05 CARDM-NUMBER-LEN  PIC 9(3) COMP-5.
           05 CARDM-TAIL        PIC X(4).
           05 CARDM-NAME        PIC X(50).
           05 CARDM-TODAY       PIC X(8).
           05 CARDM-NEW-STATUS  PIC X(8).
           05 CARDM-RETIRED     PIC 9(3) COMP-5.
           05 CARDM-HELD        PIC 9(3) COMP-5.
           05 CARDM-ISSUED-OK   PIC 9.
           05 CARDM-SAVED-OPER  PIC X(32).
           05 CARDM-LINE-NO     PIC 9.
           05 CARDM-COUNT-DISP  PIC ZZ9.
           05 CARDM-VIEW-LINE   PIC X(80).

       01 barcode-map-work.
           05 BARC-ENTRIES.
      *    drops to 0 when a token's id isn't in the inventory, so
      *    callers know the total is incomplete.
           05 CART-TOTAL-NUM     PIC S9(9) COMP-5 VALUE 0.
      *    CART-LIST-TOTAL - the same cart at list price; differs
      *    from CART-TOTAL-NUM when the buyer's price level does.
           05 CART-LIST-TOTAL    PIC S9(9) COMP-5 VALUE 0.
           05 CART-PRICED-OK     PIC 9 VALUE 0.
           05 CART-PRICE-ID      PIC X(30).
           05 CART-PRICE-QTY-TEXT PIC X(10).
           05 TCK-SEEN-COUNT    PIC 9(3) COMP-5.
           05 TCK-SEEN-IDX      PIC 9(3) COMP-5.

      * waste-work - "WASTE:<prodid>:<qty>:<reason>" records a
      * dropped bottle or spoiled sandwich as it happens, with a
      * shift signed on (the shift operator is who recorded it).
      * Stock comes off at once and the loss is appended to
      * shrinkage.log in STOCKTAKE's layout plus the value at cost
      * price and the operator ("...<TAB>reason<TAB>value-oere<TAB>
      * operator"). Reasons and their shrinkage codes: BROKEN X,
      * SPILLED S, SPOILED P, RETURNED (to supplier) R - kept apart
      * from the stocktake codes so recorded waste never reads as
      * unexplained shrinkage.
       01 waste-work.
           05 WST-ARGS          PIC X(58).
           05 WST-PROD          PIC X(10).
           05 WST-QTY-TEXT      PIC X(10).
           05 WST-REASON-TEXT   PIC X(20).
           05 WST-REASON-WORD   PIC X(10).
           05 WST-CODE          PIC X(1).
           05 WST-QTY           PIC 9(6) COMP-5.
           05 WST-UNIT-COST     PIC S9(9) COMP-5.
           05 WST-VALUE         PIC S9(9) COMP-5.
           05 WST-BEFORE-TEXT   PIC X(8).
           05 WST-AFTER-TEXT    PIC X(8).
           05 WST-VALUE-DISP    PIC -(8)9.

      * points-work - volunteer points at the kiosk: "POINTS" shows
      * the signed-in member's balance from points-balance.txt
      * (maintained by the VOLUNTEER-POINTS batch from shifts and

      * group-work - member groups as cost centers:
      * member-groups.txt is "username<TAB>group<TAB>categories"
      * (comma-separated category names from categories.txt, "*"
      * for everything, or "-" for nothing) with an optional fourth
      * field naming the member's price level (see price-level-work).
      * When a member of a group checks out, the
      * covered part of the cart comes straight back onto their
      * balance and a GRP journal line books it against the group
      * instead - the boardgame club's coffee lands on the club's
                   15 GRP-USER  PIC X(64).
                   15 GRP-NAME  PIC X(16).
                   15 GRP-CATS  PIC X(64).
                   15 GRP-LEVEL PIC X(12).
           05 GRP-IDX           PIC 9(3) COMP-5.
           05 GRP-FOUND-IDX     PIC 9(3) COMP-5.
           05 GRP-BILLED        PIC S9(9) COMP-5.
           05 PAYO-LINE-IDX     PIC 9(2) COMP-5.
           05 PAYO-LINE-TEXT    PIC X(80).

      * dispute-work - the dispute register for "I never bought
      * that" cases (admin menu U): disputes.txt, one case per line,
      * re-read before and rewritten in full after every change -
      *   case<TAB>opened-ts<TAB>member<TAB>sale-keys<TAB>claim
      *   <TAB>opened-by<TAB>status<TAB>resolution<TAB>closed-ts
      *   <TAB>refund<TAB>basis
      * status OPEN, INVESTIGATING, REFUNDED or REJECTED; refund in
      * oere, basis GOODWILL (nothing found wrong, refunded to keep
      * the peace) or ERROR (the sale really was wrong). A refund
      * is an ordinary RETURN-ORDER against one of the case's sale
      * keys, its journal line stamped "CASE:<n>:<basis>" in the
      * tender field. DISPUTE-REPORT lists the open cases weekly.
       01 dispute-work.
           05 DSP-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 DSP-ENTRIES.
               10 DSP-ENTRY OCCURS 200 TIMES.
                   15 DSP-CASE       PIC X(6).
                   15 DSP-OPENED     PIC X(15).
                   15 DSP-MEMBER     PIC X(64).
                   15 DSP-KEYS       PIC X(80).
                   15 DSP-CLAIM      PIC X(80).
                   15 DSP-OPENED-BY  PIC X(32).
                   15 DSP-STATUS     PIC X(13).
                   15 DSP-RESOLUTION PIC X(80).
                   15 DSP-CLOSED     PIC X(15).
                   15 DSP-REFUND     PIC X(12).
                   15 DSP-BASIS      PIC X(8).
           05 DSP-IDX           PIC 9(3) COMP-5.
           05 DSP-FOUND-IDX     PIC 9(3) COMP-5.
           05 DSP-LINE-IDX      PIC 9(2) COMP-5.
           05 DSP-LINE-TEXT     PIC X(80).
           05 DSP-CASE-NUM      PIC 9(6).
           05 DSP-NEXT-CASE     PIC 9(6).
           05 DSP-CASE-DISP     PIC Z(5)9.
           05 DSP-CASE-INPUT    PIC X(6).
           05 DSP-ACTION-INPUT  PIC X(1).
           05 DSP-MEMBER-INPUT  PIC X(64).
           05 DSP-KEYS-INPUT    PIC X(80).
           05 DSP-TEXT-INPUT    PIC X(80).
           05 DSP-BASIS-INPUT   PIC X(1).
           05 DSP-REF-BASIS     PIC X(8).
           05 DSP-KEY-POS       PIC 9(3) COMP-5.
           05 DSP-KEY-TEXT      PIC X(24).
           05 DSP-KEY-COUNT     PIC 9(2) COMP-5.
           05 DSP-KEY-BAD       PIC X(24).
           05 DSP-KEY-HITS      PIC 9(3) COMP-5.
           05 DSP-REFUND-NUM    PIC S9(9) COMP-5.
           05 DSP-REFUND-DISP   PIC -(8)9.
           05 DSP-AGE           PIC S9(9) COMP-5.
           05 DSP-AGE-DISP      PIC ZZZZ9.

      * return-work - product returns beyond VOID-LAST-SALE:
      * "RETURN:<sale-key>" looks the original sale up in the local
      * journal, the operator picks which tokens come back (blank =
           05 RET-DISP          PIC -(8)9.
           05 RET-SAVED-USER    PIC X(64).
           05 RET-SAVED-OPER    PIC X(32).
      *    RET-CASE-TAG - "CASE:<n>:<basis>" when the return settles
      *    a dispute case; goes in the journal line's tender field.
           05 RET-CASE-TAG      PIC X(40) VALUE "-".
           05 RET-POSTED        PIC 9 VALUE 0.
      *    RET-JNL-LEVEL - the price level of the sale being returned
      *    (its LEVEL line), MEMBER when it has none.
           05 RET-JNL-LEVEL     PIC X(12).
           05 RET-JNL-FIELDS.
               10 RET-JNL-TS    PIC X(20).
               10 RET-JNL-USER  PIC X(64).
           05 PROMO-QTY-OUT     PIC 9(6) COMP-5.
           05 PROMO-DISC-DISP   PIC -(6)9.

      * price-level-work - customer price levels. price-levels.txt
      * is "level<TAB>target<TAB>price", one rule per line: target
      * is a product id, "cat:<category>" (categories.txt) or "*"
      * for everything, price is "<n>%" of the list price or a
      * plain oere amount. A product rule beats a category rule
      * beats "*"; an item with no rule for the level keeps its
      * list price. A member's level is the fourth field of their
      * member-groups.txt line, the house account's is config.txt
      * GUESTLEVEL= (default GUEST), everyone else is MEMBER - the
      * list price. The server still charges list, so BUY-ORDER
      * and GUEST-ORDER settle the difference with one deposit
      * straight after the sale and journal a LEVEL line (order
      * "LEVEL:<name>", cost = level total less list total) ahead
      * of the sale line, which itself carries what was paid.
       01 price-level-work.
           05 PLV-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 PLV-ENTRIES.
               10 PLV-ENTRY OCCURS 100 TIMES.
                   15 PLV-LEVEL  PIC X(12).
      *            PLV-TARGET - product id, "@<CATEGORY>" or "*"
                   15 PLV-TARGET PIC X(24).
      *            PLV-RANK - 1 product, 2 category, 3 everything
                   15 PLV-RANK   PIC 9.
      *            PLV-KIND - "P" percent of list, "A" absolute
                   15 PLV-KIND   PIC X.
                   15 PLV-VALUE  PIC S9(9) COMP-5.
           05 PLV-IDX           PIC 9(3) COMP-5.
           05 PLV-HIT-IDX       PIC 9(3) COMP-5.
           05 PLV-HIT-RANK      PIC 9.
           05 PLV-GRP-IDX       PIC 9(3) COMP-5.
           05 PLV-F1            PIC X(20).
           05 PLV-F2            PIC X(30).
           05 PLV-F3            PIC X(20).
           05 PLV-PCT-HITS      PIC 9(3) COMP-5.
           05 PLV-CAT-KEY       PIC X(24).
      *    PLV-CURRENT - the level the last pricing ran at; after a
      *    checkout, the level actually applied to it.
           05 PLV-CURRENT       PIC X(12) VALUE "MEMBER".
      *    PLV-FORCED - when set, pricing uses this level instead of
      *    the signed-in member's (returns, comps).
           05 PLV-FORCED        PIC X(12) VALUE SPACES.
           05 GUEST-PRICE-LEVEL PIC X(12) VALUE "GUEST".
           05 PLV-LIST-EACH     PIC S9(9) COMP-5.
           05 PLV-LEVEL-EACH    PIC S9(9) COMP-5.
           05 PLV-ADJUST        PIC S9(9) COMP-5 VALUE 0.
           05 PLV-DISP          PIC -(8)9.
           05 PLV-SAVED-KEY     PIC X(24).

      * mpin-work - opt-in purchase PINs (member-pins.txt,
      * "username<TAB>pin<TAB>set-date"). Once a member sets a PIN
      * with the "PIN:<new>" cart command, BUY-ORDER, DEPOSIT-ORDER and
      * VOID-LAST-SALE for that username demand it before posting -
      * the same interstitial-prompt idea the age-restriction
      * confirmation already uses, protecting wallets instead of
      *            MPIN-PIN holds the salted hash token
      *            ("$H$<salt>$<hash>"), never the PIN itself.
                   15 MPIN-PIN  PIC X(24).
      *            MPIN-SET - YYYYMMDD the PIN was last set; blank
      *            on lines written before the date was kept.
                   15 MPIN-SET  PIC X(8).
           05 MPIN-IDX          PIC 9(3) COMP-5.
           05 MPIN-FOUND-IDX    PIC 9(3) COMP-5.
           05 MPIN-INPUT        PIC X(8).
           05 MPIN-ARGS         PIC X(60).
           05 MPIN-OK           PIC 9 VALUE 0.
           05 MPIN-LINE-POS     PIC 9(3) COMP-5.

      * vat-work - local product-to-VAT-class mapping from
      * vat-classes.txt ("productid=CLASS", classes STD and ZERO).
      * substring machinery as the inventory filter) for one-key
      * acceptance.
       01 didyoumean-work.
           05 DYM-TOKEN-ID      PIC X(60).
           05 DYM-QTY-TEXT      PIC X(10).
           05 DYM-KNOWN         PIC 9.
           05 DYM-SUGG-ID       PIC X(10).
           05 DYM-SUGG-NAME     PIC X(50).
           05 DYM-CONFIRM       PIC X(1).
           05 DYM-TOKEN-LOWER   PIC X(60).
           05 DYM-NAME-LOWER    PIC X(50).
           05 DYM-HITS          PIC 9(3) COMP-5.
           05 DYM-IDX           PIC 9(3) COMP-5.
           05 GUEST-SAVED-USER  PIC X(64).
           05 GUEST-TIMESTAMP   PIC X(19).

      * comp-work - complimentary hospitality: "COMP:<reason>:
      * <budget>" gives the loaded cart away to a band, a cleaning
      * volunteer or a visiting board member. A MAINT operator
      * approves on the spot; stock comes off as for a sale and the
      * cart is journaled as type COMP with no member charged - the
      * cost field at retail, the tender field carrying
      * "COMP:<reason>:<budget>:<value at cost, oere>" for the
      * HOSPITALITY-REPORT. Reasons: BAND, VOLUNTEER, BOARD, OTHER.
      * hospitality-budgets.txt ("CODE=monthly-cap-oere") lists the
      * budget codes; when it has any, only those codes are taken.
       01 comp-work.
           05 COMP-ARGS         PIC X(59).
           05 COMP-REASON-TEXT  PIC X(20).
           05 COMP-REASON       PIC X(10).
           05 COMP-BUDGET       PIC X(10).
           05 COMP-SAVED-USER   PIC X(64).
           05 COMP-SAVED-OPER   PIC X(32).
           05 COMP-COST-TOTAL   PIC S9(9) COMP-5.
           05 COMP-UNCOSTED     PIC 9(3) COMP-5.
           05 COMP-COST-DISP    PIC -(8)9.
           05 COMP-BUDGET-COUNT PIC 9(3) COMP-5.
           05 COMP-BUDGET-FOUND PIC 9 VALUE 0.
           05 COMP-BUDGET-KEY   PIC X(20).
           05 COMP-BUDGET-CAP   PIC X(20).

      * pant-work - Danish bottle deposit: pant.txt maps product
      * ids to the pant amount hiding inside their price
      * ("productid=ore"), so receipts and the settlement can break
           05 HB-PREFLIGHT-TEXT PIC X(4).
           05 HB-DRIFT-TEXT     PIC X(8) VALUE "?".
           05 HB-DISK-TEXT      PIC X(10) VALUE "?".
           05 HB-CONFIG-TEXT    PIC X(16) VALUE "?".
           05 HB-BODY           PIC X(400).

      * journal-integrity-work - every journal line now ends with a
      * message queued through WRITE-OUTBOX-ENTRY and their request
      * is cleared - a stockout becomes a queued sale instead of a
      * lost one. Requests live in notify-requests.txt.
      * "WISH:<text>" is the suggestion box for products we do not
      * carry at all; see wish-work.
      * category-work - per-product categories (categories.txt,
      * "prodid=CATEGORY", same key=value shape as vat-classes.txt;
      * unlisted products are OTHER). Typing "cat:<category>" into
           05 DISK-FULL         PIC 9 VALUE 0.
           05 DISK-DISP         PIC Z(8)9.

      * mirror-work - second copy of the sealed journal under
      * MIRROR= (config; see journal-mirror.cob). MIRROR-DEGRADED
      * latches on the first write the mirror misses so the alert
      * goes out once per outage; the first write that lands again
      * (catching the gap up on the way) clears it.
       01 mirror-work.
           05 MIRROR-DIR        PIC X(256).
           05 MIRROR-DEGRADED   PIC 9 VALUE 0.
           05 MIRROR-WARN-LINE  PIC X(60).
           05 MIRROR-SEQ-DISP   PIC Z(8)9.
           05 MIRROR-CAUGHT-DISP PIC Z(8)9.
       COPY "copybooks/journal-mirror.cpy".

      * config-bundle-work - the fleet's shared side files arrive as
      * one versioned bundle (BUNDLEURL=, fetched and staged by the
      * CONFIG-PULL batch job; see config-bundle.cob). The kiosk
      * only ever applies a staged bundle at shift change, never
      * mid-shift, and reports the version it runs in its heartbeat.
       01 config-bundle-work.
           05 BUNDLE-URL        PIC X(200).
           05 BUNDLE-ACK-URL    PIC X(200).
           05 BUNDLE-VER-DISP   PIC Z(5)9.
           05 BUNDLE-VER-DISP2  PIC Z(5)9.
       COPY "copybooks/config-bundle.cpy".

      * api-token-work - this kiosk's own API token (admin menu, A),
      * kept sealed by API-TOKEN and sent by STREGSYSTEM-API on every
      * request. The screen only ever shows its fingerprint; a
      * freshly generated token is shown once, for registering it
      * with the server.
       01 api-token-work.
           05 TOKEN-CHOICE        PIC X(1).
           05 TOKEN-INPUT         PIC X(64).
           05 TOKEN-STATE-LINE1   PIC X(70).
           05 TOKEN-STATE-LINE2   PIC X(70).
       COPY "copybooks/api-token.cpy".

      * calendar-work - the club calendar (calendar.txt, kept by
      * CLUB-CALENDAR), asked at shift sign-on whether the bar
      * should be open today. Just after midnight the previous
      * day's late opening still counts.
       01 calendar-work.
           05 CAL-TODAY           PIC X(8).
           05 CAL-DATE-NUM        PIC 9(8).
           05 CAL-DATE-INT        PIC 9(9) COMP-5.
           05 CAL-NOW-HHMM        PIC X(4).
       COPY "copybooks/club-calendar.cpy".

      * drift-work - clock-drift detection: the backend's HTTP Date
      * header (a cheap HEAD request against the configured URL) is
      * compared with this kiosk's UTC clock at preflight and on
           05 NTF-CHECK-ID      PIC X(10).
           05 NTF-SENT-COUNT    PIC 9(3) COMP-5.

      * wish-work - WISH:<text> puts a product the club does not
      * carry on the member's wish list (wishes.txt, one line per
      * wish: ts, username, text, OPEN or FILLED, product id once
      * filled). WISH-REPORT groups them for the purchasing
      * committee and tells the members when the product arrives.
       01 wish-work.
           05 WISH-ARGS         PIC X(59).
           05 WISH-DUPLICATE    PIC 9.
           05 WISH-F-TS         PIC X(20).
           05 WISH-F-USER       PIC X(64).
           05 WISH-F-TEXT       PIC X(60).
           05 WISH-F-STATE      PIC X(8).
           05 WISH-F-PROD       PIC X(10).

       01 clearance-work.
           05 CLEAR-COUNT       PIC 9(3) COMP-5 VALUE 0.
           05 CLEAR-ENTRIES.
           05 DRAWER-AMOUNT-NUM   PIC S9(9) COMP-5.
           05 DRAWER-KIND         PIC X(5).

      * petty-work - cash taken from the drawer to buy ice, cups or
      * lemons: a PETTY line in drawer.log ("date<TAB>PETTY<TAB>
      * amount<TAB>time<TAB>purpose<TAB>receipt<TAB>operator") that
      * the drawer reconciliation takes off the expected cash and
      * ACCOUNTING-EXPORT books against CASH_BANK.
       01 petty-work.
           05 PETTY-AMOUNT-INPUT  PIC X(12).
           05 PETTY-PURPOSE-INPUT PIC X(30).
           05 PETTY-RECEIPT-INPUT PIC X(12).
           05 PETTY-OPER-INPUT    PIC X(32).
           05 PETTY-AMOUNT-NUM    PIC S9(9) COMP-5.

      * stock-work - per-product stock counts kept at the kiosk in
      * stock.txt ("productid=qty", same key=value shape as
      * barcodes.txt). Counted via the admin stock-take screen,
           05 STOCK-QTY-INPUT   PIC X(8).
           05 STOCK-TOKEN-QTY   PIC 9(6) COMP-5.

      * recipe-work - recipes.txt ("soldid<TAB>componentid<TAB>qty")
      * maps a mixed drink sold as one product id to the stock items
      * it pours. qty is in the component's own stock unit and may
      * be a fraction, written either as a decimal ("0.0571") or as
      * "4/70" (4 cl of a 70 cl bottle). A sold id with a recipe is
      * drawn down through its components instead of itself.
      * The part of the opened unit already poured is carried in
      * stock-open.txt ("componentid=used", e.g. "WHISKY=0.1714");
      * stock.txt only loses the unit once it is poured empty, so an
      * open bottle still counts as one at the stock-take shelf.
       01 recipe-work.
           05 RCP-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 RCP-ENTRY OCCURS 100 TIMES.
               10 RCP-SOLD-ID   PIC X(10).
               10 RCP-COMP-ID   PIC X(10).
               10 RCP-COMP-QTY  PIC S9(3)V9(4) COMP-3.
           05 RCP-IDX           PIC 9(3) COMP-5.
           05 RCP-HIT-COUNT     PIC 9(3) COMP-5.
           05 RCP-SOLD-LOOKUP   PIC X(10).
           05 RCP-QTY-TEXT      PIC X(16).
           05 RCP-NUM-TEXT      PIC X(16).
           05 RCP-DEN-TEXT      PIC X(16).
           05 RCP-SIGN          PIC S9 COMP-5.
           05 RCP-USE           PIC S9(7)V9(4) COMP-3.
           05 RCP-WHOLE         PIC S9(7) COMP-5.
           05 SOPEN-COUNT       PIC 9(3) COMP-5 VALUE 0.
           05 SOPEN-ENTRY OCCURS 100 TIMES.
               10 SOPEN-ID      PIC X(10).
               10 SOPEN-USED    PIC S9(5)V9(4) COMP-3.
           05 SOPEN-IDX         PIC 9(3) COMP-5.
           05 SOPEN-FOUND-IDX   PIC 9(3) COMP-5.
           05 SOPEN-USED-DISP   PIC -(4)9.9(4).
           05 SOPEN-CHANGED     PIC 9 VALUE 0.

      * keg-work - draught kegs on tap (kegs.txt: "kegid<TAB>prodid
      * <TAB>volume-cl<TAB>glass-cl<TAB>tapped-ts<TAB>glasses-sold").
      * Each glass a SALE sells of the product comes off its tapped
      * keg. Marking the keg empty (admin menu, D) compares the
      * glasses the keg should have given (volume / glass) with the
      * glasses actually sold, appends the result to keg-yield.log
      * ("date<TAB>kegid<TAB>prodid<TAB>volume-cl<TAB>glass-cl<TAB>
      * tapped-ts<TAB>emptied-ts<TAB>theoretical<TAB>sold<TAB>
      * wastage") and the shortfall to shrinkage.log with reason K,
      * then drops the keg from kegs.txt. One keg per product can be
      * on tap at a time.
       01 keg-work.
           05 KEG-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 KEG-ENTRIES.
               10 KEG-ENTRY OCCURS 50 TIMES.
                   15 KEG-ID         PIC X(12).
                   15 KEG-PROD-ID    PIC X(10).
                   15 KEG-VOLUME-CL  PIC 9(5) COMP-5.
                   15 KEG-GLASS-CL   PIC 9(3) COMP-5.
                   15 KEG-TAPPED-TS  PIC X(15).
                   15 KEG-GLASSES    PIC S9(6) COMP-5.
           05 KEG-IDX           PIC 9(3) COMP-5.
           05 KEG-FOUND-IDX     PIC 9(3) COMP-5.
           05 KEG-SIGN          PIC S9 COMP-5.
           05 KEG-TEXT-1        PIC X(16).
           05 KEG-TEXT-2        PIC X(16).
           05 KEG-TEXT-3        PIC X(16).
           05 KEG-TEXT-4        PIC X(16).
           05 KEG-MODE-INPUT    PIC X(1).
           05 KEG-ID-INPUT      PIC X(12).
           05 KEG-PROD-INPUT    PIC X(10).
           05 KEG-VOLUME-INPUT  PIC X(8).
           05 KEG-GLASS-INPUT   PIC X(8).
           05 KEG-THEORETICAL   PIC S9(6) COMP-5.
           05 KEG-WASTAGE       PIC S9(6) COMP-5.
           05 KEG-YIELD-PCT     PIC S9(5) COMP-5.
           05 KEG-EMPTIED-TS    PIC X(15).
           05 KEG-NUM-DISP      PIC -(5)9.
           05 KEG-NUM-DISP2     PIC -(5)9.
           05 KEG-NUM-DISP3     PIC -(5)9.
           05 KEG-NUM-DISP4     PIC -(5)9.

      * room-stock-work - stock a room keeps on its own shelf
      * (room-stock.txt: "room<TAB>prodid<TAB>qty"). stock.txt stays
      * the count for the whole kiosk; a room with a row for a
      * product sells that product from its own shelf, and every
      * other sale draws on the main store - whatever stock.txt
      * holds beyond the room rows and the goods in transit.
      * Transfers between rooms (admin menu, X) are kept in
      * stock-transfers.txt, one line per product moved:
      * "xferid<TAB>state<TAB>from<TAB>to<TAB>prodid<TAB>sent<TAB>
      * received<TAB>sent-ts<TAB>sent-by<TAB>recv-ts<TAB>recv-by".
      * A transfer is SENT (in transit) until the receiving room
      * confirms it, then RECEIVED. Room "-" is the main store. A
      * shortfall found at receipt comes off stock.txt and goes to
      * shrinkage.log with reason V.
       01 room-stock-work.
           05 RMS-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 RMS-ENTRIES.
               10 RMS-ENTRY OCCURS 300 TIMES.
                   15 RMS-ROOM       PIC X(8).
                   15 RMS-PROD-ID    PIC X(10).
                   15 RMS-QTY        PIC S9(6) COMP-5.
           05 RMS-IDX           PIC 9(3) COMP-5.
           05 RMS-FOUND-IDX     PIC 9(3) COMP-5.
           05 RMS-LOOKUP-ROOM   PIC X(8).
           05 RMS-DELTA         PIC S9(6) COMP-5.
           05 RMS-MAIN-AVAIL    PIC S9(7) COMP-5.
           05 RMS-CHANGED       PIC 9 VALUE 0.
           05 RMS-QTY-TEXT      PIC X(16).
           05 RMS-QTY-DISP      PIC -(5)9.

       01 xfer-work.
           05 XFR-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 XFR-ENTRIES.
               10 XFR-ENTRY OCCURS 200 TIMES.
                   15 XFR-ID         PIC X(16).
                   15 XFR-STATE      PIC X(8).
                   15 XFR-FROM       PIC X(8).
                   15 XFR-TO         PIC X(8).
                   15 XFR-PROD-ID    PIC X(10).
                   15 XFR-SENT       PIC S9(6) COMP-5.
                   15 XFR-RECV       PIC S9(6) COMP-5.
                   15 XFR-SENT-TS    PIC X(15).
                   15 XFR-SENT-BY    PIC X(32).
                   15 XFR-RECV-TS    PIC X(15).
                   15 XFR-RECV-BY    PIC X(32).
           05 XFR-IDX           PIC 9(3) COMP-5.
           05 XFR-LINE-IDX      PIC 9 COMP-5.
           05 XFR-LINE-COUNT    PIC 9 COMP-5.
           05 XFR-TEXT-1        PIC X(16).
           05 XFR-TEXT-2        PIC X(16).
           05 XFR-MODE-INPUT    PIC X(1).
           05 XFR-FROM-INPUT    PIC X(8).
           05 XFR-TO-INPUT      PIC X(8).
           05 XFR-ID-INPUT      PIC X(16).
           05 XFR-OPER-INPUT    PIC X(32).
           05 XFR-IN-LINE OCCURS 5 TIMES.
               10 XFR-IN-PROD       PIC X(10).
               10 XFR-IN-QTY        PIC X(8).
               10 XFR-IN-SENT-DISP  PIC X(8).
               10 XFR-IN-REF        PIC 9(3) COMP-5.
           05 XFR-QTY           PIC S9(6) COMP-5.
           05 XFR-VARIANCE      PIC S9(6) COMP-5.
           05 XFR-SHORT-TOTAL   PIC S9(6) COMP-5.
           05 XFR-UNIT-COST     PIC S9(9) COMP-5.
           05 XFR-VALUE         PIC S9(9) COMP-5.
           05 XFR-VALUE-DISP    PIC -(8)9.
           05 XFR-BEFORE-TEXT   PIC X(8).
           05 XFR-AFTER-TEXT    PIC X(8).
           05 XFR-NEW-ID        PIC X(16).
           05 XFR-TS            PIC X(15).
           05 XFR-ROOM-OK       PIC 9.
           05 XFR-BAD           PIC 9.
           05 XFR-NUM-DISP      PIC -(5)9.

      * rental-work - the club's lending register. rental-items.txt
      * lists what can be borrowed, one item per line:
      * "itemid<TAB>name<TAB>deposit<TAB>fee-per-day<TAB>loan-days"
      * (money in oere, loan-days defaulting to 7). rentals.txt holds
      * every loan: "itemid<TAB>username<TAB>state<TAB>out-ts<TAB>
      * due<TAB>deposit<TAB>fee-per-day<TAB>in-ts<TAB>fee-charged".
      * A loan is OUT from CHECKOUT until CHECKIN returns it (IN) or
      * RENTAL-OVERDUE forfeits the held deposit (CONV).
       01 rental-work.
           05 RNT-ITEM-COUNT    PIC 9(3) COMP-5 VALUE 0.
           05 RNT-ITEMS.
               10 RNT-ITEM OCCURS 50 TIMES.
                   15 RNT-ITEM-ID      PIC X(10).
                   15 RNT-ITEM-NAME    PIC X(30).
                   15 RNT-ITEM-DEPOSIT PIC S9(9) COMP-5.
                   15 RNT-ITEM-FEE     PIC S9(9) COMP-5.
                   15 RNT-ITEM-DAYS    PIC 9(3) COMP-5.
           05 RNT-LOAN-COUNT    PIC 9(3) COMP-5 VALUE 0.
           05 RNT-LOANS.
               10 RNT-LOAN OCCURS 500 TIMES.
                   15 RNT-LOAN-ITEM    PIC X(10).
                   15 RNT-LOAN-USER    PIC X(32).
                   15 RNT-LOAN-STATE   PIC X(4).
                   15 RNT-LOAN-OUT-TS  PIC X(15).
                   15 RNT-LOAN-DUE     PIC X(8).
                   15 RNT-LOAN-DEPOSIT PIC S9(9) COMP-5.
                   15 RNT-LOAN-FEE     PIC S9(9) COMP-5.
                   15 RNT-LOAN-IN-TS   PIC X(15).
                   15 RNT-LOAN-CHARGED PIC S9(9) COMP-5.
           05 RNT-IDX           PIC 9(3) COMP-5.
           05 RNT-FOUND-ITEM    PIC 9(3) COMP-5.
           05 RNT-FOUND-LOAN    PIC 9(3) COMP-5.
           05 RNT-ARGS          PIC X(59).
           05 RNT-ITEM-INPUT    PIC X(10).
           05 RNT-DAYS-TEXT     PIC X(8).
           05 RNT-TEXT-1        PIC X(16).
           05 RNT-TEXT-2        PIC X(16).
           05 RNT-TEXT-3        PIC X(16).
           05 RNT-TEXT-4        PIC X(16).
           05 RNT-DAYS          PIC S9(5) COMP-5.
           05 RNT-DATE-NUM      PIC 9(8).
           05 RNT-TODAY-INT     PIC 9(9) COMP-5.
           05 RNT-OUT-INT       PIC 9(9) COMP-5.
           05 RNT-FEE-TOTAL     PIC S9(9) COMP-5.
           05 RNT-AMOUNT-DISP   PIC Z(8)9.
           05 RNT-NUM-DISP      PIC -(8)9.
           05 RNT-NUM-DISP-2    PIC -(8)9.
           05 RNT-NUM-DISP-3    PIC -(8)9.
           05 RNT-TS            PIC X(15).
           05 RNT-REFUND-OK     PIC 9.

      * raffle-work - raffle tickets sold against the member's
      * balance. raffles.txt is kept by hand, one raffle per line:
      * "raffleid<TAB>name<TAB>price<TAB>first-no<TAB>last-no<TAB>
      * draw-date" (price in oere, draw-date YYYYMMDD); the prizes
      * are in raffle-prizes.txt, which only RAFFLE-DRAW reads.
      * raffle-tickets.txt gets one line per ticket sold:
      * "raffleid<TAB>ticket-no<TAB>username<TAB>ts<TAB>event".
      * Tickets go out in number order from first-no. A raffle is
      * closed for sale once its draw date has passed or it is on
      * raffle-draws.txt, RAFFLE-DRAW's record of the draw.
       01 raffle-work.
           05 RAF-ARGS          PIC X(57).
           05 RAF-ID-INPUT      PIC X(10).
           05 RAF-COUNT-TEXT    PIC X(8).
           05 RAF-COUNT         PIC 9(3) COMP-5.
           05 RAF-FOUND         PIC 9.
           05 RAF-ID            PIC X(10).
           05 RAF-NAME          PIC X(30).
           05 RAF-PRICE         PIC S9(9) COMP-5.
           05 RAF-FIRST         PIC 9(6) COMP-5.
           05 RAF-LAST          PIC 9(6) COMP-5.
           05 RAF-DRAW-DATE     PIC X(8).
           05 RAF-TEXT-1        PIC X(16).
           05 RAF-TEXT-2        PIC X(16).
           05 RAF-TEXT-3        PIC X(16).
           05 RAF-TEXT-4        PIC X(16).
           05 RAF-HIGHEST       PIC 9(6) COMP-5.
           05 RAF-DRAWN         PIC 9.
           05 RAF-NEXT          PIC 9(6) COMP-5.
           05 RAF-TOP           PIC 9(6) COMP-5.
           05 RAF-LEFT          PIC 9(6) COMP-5.
           05 RAF-NO            PIC 9(6) COMP-5.
           05 RAF-AMOUNT        PIC S9(9) COMP-5.
           05 RAF-AMOUNT-DISP   PIC Z(8)9.
           05 RAF-NO-DISP       PIC Z(5)9.
           05 RAF-NO-DISP-2     PIC Z(5)9.
           05 RAF-TS            PIC X(15).

      * preorder-work - what committees have ordered ahead for an
      * event. preorders.txt holds one line per product ordered:
      * "orderid<TAB>event<TAB>who<TAB>prodid<TAB>qty<TAB>pay<TAB>
      * state<TAB>created-ts<TAB>created-by<TAB>handed-ts<TAB>
      * handed-by". who is the ordering member's username, or
      * "@group" for a member-groups.txt group; pay is PREPAID
      * (cash taken when the order was entered) or ACCOUNT. Lines
      * are OPEN until handed over at the kiosk (HANDED) or
      * cancelled (CANCEL). OPEN quantities are held back from the
      * stock.txt figure the inventory grid sells against.
       01 preorder-work.
           05 PRE-COUNT         PIC 9(3) COMP-5 VALUE 0.
           05 PRE-ENTRIES.
               10 PRE-ENTRY OCCURS 300 TIMES.
                   15 PRE-ID         PIC X(16).
                   15 PRE-EVENT      PIC X(16).
                   15 PRE-WHO        PIC X(33).
                   15 PRE-PROD-ID    PIC X(10).
                   15 PRE-QTY        PIC S9(6) COMP-5.
                   15 PRE-PAY        PIC X(8).
                   15 PRE-STATE      PIC X(8).
                   15 PRE-CREATED-TS PIC X(15).
                   15 PRE-CREATED-BY PIC X(32).
                   15 PRE-HANDED-TS  PIC X(15).
                   15 PRE-HANDED-BY  PIC X(32).
           05 PRE-IDX           PIC 9(3) COMP-5.
           05 PRE-LINE-IDX      PIC 9 COMP-5.
           05 PRE-LINE-COUNT    PIC 9(2) COMP-5.
           05 PRE-QTY-TEXT      PIC X(16).
           05 PRE-QTY-DISP      PIC -(5)9.
           05 PRE-RESERVED      PIC S9(6) COMP-5.
           05 PRE-ARGS          PIC X(55).
           05 PRE-MODE-INPUT    PIC X(1).
           05 PRE-ID-INPUT      PIC X(16).
           05 PRE-EVENT-INPUT   PIC X(16).
           05 PRE-WHO-INPUT     PIC X(33).
           05 PRE-PAY-INPUT     PIC X(1).
           05 PRE-PAID-INPUT    PIC X(12).
           05 PRE-OPER-INPUT    PIC X(32).
           05 PRE-IN-LINE OCCURS 5 TIMES.
               10 PRE-IN-PROD       PIC X(10).
               10 PRE-IN-QTY        PIC X(8).
           05 PRE-NEW-ID        PIC X(16).
           05 PRE-TS            PIC X(15).
           05 PRE-BAD           PIC 9.
           05 PRE-PAID-ORE      PIC S9(9) COMP-5.
           05 PRE-PAID-DISP     PIC Z(8)9.
           05 PRE-NUM-DISP      PIC -(5)9.
      *    PRE-GROUP-IDX - set while a group's pre-order is being
      *    handed over, so BILL-GROUP-FOR-CART bills that group.
           05 PRE-GROUP-IDX     PIC 9(3) COMP-5 VALUE 0.
           05 PRE-ORDER-WHO     PIC X(33).
           05 PRE-ORDER-EVENT   PIC X(16).
           05 PRE-ORDER-PAY     PIC X(8).
           05 PRE-SAVED-EVENT   PIC X(16).
           05 PRE-SAVED-USER    PIC X(64).

      * shift-work - who is tending the bar. An operator signs on
      * when the kiosk opens; the shift id is stamped into every
      * journal line so SETTLEMENT-REPORT can subtotal per shift and
      * a short drawer or odd void can be tied to a shift. The open
      * shift is persisted in current-shift.txt so a TUI restart
      * mid-evening doesn't lose it; closing the shift (admin menu)
      * appends the full record to shifts.log: "id<TAB>operator<TAB>
      * start<TAB>end<TAB>room<TAB>checklist outcome<TAB>answers<TAB>
      * override by<TAB>override reason" (see checklist-work).
       01 shift-work.
           05 SHIFT-ACTIVE      PIC 9 VALUE 0.
           05 SHIFT-ID          PIC X(13).
           05 SHIFT-OPERATOR    PIC X(32).
           05 SHIFT-START-TS    PIC X(15).
           05 SHIFT-END-TS      PIC X(15).
           05 SHIFT-ROOM        PIC X(8).
           05 SHIFT-OPER-INPUT  PIC X(32).
           05 SHIFT-EOF         PIC 9 VALUE 0.

      * haccp-work - food-safety temperature control. Every fridge
      * and freezer holding food we sell is registered in
      * cooling-units.txt, one per line: "unitid<TAB>name<TAB>min
      * <TAB>max<TAB>categories<TAB>hold-minutes" - the allowed
      * range in degrees C (one decimal), the categories.txt
      * categories stored in it (comma separated) and how long it
      * may be out of range before those products are held from
      * sale (default 120 minutes). SHIFT-SIGNON asks for a reading
      * of every unit and no sale goes through until each has one;
      * TEMP:<unit>:<reading>[:<action>] records one at any time.
      * Readings are appended to temperature-log.txt: "ts<TAB>unit
      * <TAB>reading<TAB>OK|DEVIATION<TAB>shift<TAB>operator<TAB>
      * corrective action". A reading out of range needs the
      * corrective action and queues a HACCP alert in the outbox;
      * the unit stays out of range until a reading is back in
      * range. HACCP-REPORT prints the month for the food authority.
       01 haccp-work.
           05 CU-COUNT          PIC 9(2) COMP-5 VALUE 0.
           05 CU-ENTRIES.
               10 CU-ENTRY OCCURS 20 TIMES.
                   15 CU-ID           PIC X(10).
                   15 CU-NAME         PIC X(30).
                   15 CU-MIN          PIC S9(5) COMP-5.
                   15 CU-MAX          PIC S9(5) COMP-5.
                   15 CU-CATS         PIC X(64).
                   15 CU-HOLD-MIN     PIC 9(5) COMP-5.
                   15 CU-READ-SHIFT   PIC 9.
                   15 CU-OUT          PIC 9.
                   15 CU-OUT-SINCE    PIC X(15).
           05 CU-IDX            PIC 9(2) COMP-5.
           05 CU-FOUND          PIC 9(2) COMP-5.
           05 CU-F-ID           PIC X(10).
           05 CU-F-NAME         PIC X(30).
           05 CU-F-MIN          PIC X(8).
           05 CU-F-MAX          PIC X(8).
           05 CU-F-CATS         PIC X(64).
           05 CU-F-HOLD         PIC X(8).
           05 CU-DUE-COUNT      PIC 9(2) COMP-5 VALUE 0.
           05 TLOG-F-TS         PIC X(15).
           05 TLOG-F-UNIT       PIC X(10).
           05 TLOG-F-READING    PIC X(8).
           05 TLOG-F-STATE      PIC X(10).
           05 TLOG-F-SHIFT      PIC X(13).
           05 HACCP-ARGS        PIC X(59).
           05 HACCP-ARG-POS     PIC 9(3) COMP-5.
           05 HACCP-UNIT-INPUT  PIC X(10).
           05 HACCP-READING-INPUT PIC X(8).
           05 HACCP-NOTE-INPUT  PIC X(60).
           05 HACCP-READING     PIC S9(5) COMP-5.
           05 HACCP-READING-OK  PIC 9.
           05 HACCP-TEMP-NUM    PIC S9(4)V9.
           05 HACCP-TEMP-DISP   PIC -(3)9.9.
           05 HACCP-MIN-DISP    PIC -(3)9.9.
           05 HACCP-MAX-DISP    PIC -(3)9.9.
           05 HACCP-OUT-OF-RANGE PIC 9.
           05 HACCP-SCR-ID      PIC X(10).
           05 HACCP-SCR-NAME    PIC X(30).
           05 HACCP-SCR-RANGE   PIC X(24).
           05 HACCP-SCR-MSG     PIC X(64).
           05 HACCP-UNIT-DONE   PIC 9.
           05 HACCP-BLOCKED     PIC 9 VALUE 0.
           05 HACCP-MSG1        PIC X(80).
           05 HACCP-MSG2        PIC X(80).
           05 HACCP-MSG-POS     PIC 9(3) COMP-5.
           05 HACCP-TOKEN-ID    PIC X(30).
           05 HACCP-CAT-HITS    PIC 9(3) COMP-5.
           05 HACCP-NOW-MIN     PIC 9(9) COMP-5.
           05 HACCP-SINCE-MIN   PIC 9(9) COMP-5.
           05 HACCP-OPERATOR    PIC X(32).

      * logbook-work - the shift handover logbook. Operators write
      * notes during the shift (NOTE:<category>:<text>, or
      * FOLLOWUP:... for something that needs doing) and on the
      * way out at ADMIN-CLOSE-SHIFT; the next SHIFT-SIGNON in the
      * same room pages through everything unread plus every open
      * follow-up and will not go on until the operator confirms
      * it has been read. NOTEDONE:<no>[:<how>] closes a follow-up,
      * NOTES lists the open ones. logbook.txt is append-only, one
      * record per line:
      *   NOTE<TAB>no<TAB>ts<TAB>room<TAB>shift<TAB>operator
      *       <TAB>category<TAB>INFO|FOLLOWUP<TAB>text
      *   DONE<TAB>no<TAB>ts<TAB>room<TAB>shift<TAB>operator
      *       <TAB>-<TAB>-<TAB>how it was dealt with
      *   ACK<TAB>last-no<TAB>ts<TAB>room<TAB>shift<TAB>operator
      * An ACK marks every note of its room up to last-no as read.
      * LOAD-LOGBOOK replays the file into LOGB-ENTRY: the room's
      * unread notes and open follow-ups, oldest first.
       01 logbook-work.
           05 LOGB-ARGS         PIC X(59).
           05 LOGB-ARG-POS      PIC 9(3) COMP-5.
           05 LOGB-CAT-INPUT    PIC X(10).
           05 LOGB-TEXT-INPUT   PIC X(60).
           05 LOGB-FOLLOW-INPUT PIC X(1).
           05 LOGB-ACK-INPUT    PIC X(1).
           05 LOGB-KIND         PIC X(8).
           05 LOGB-ROOM         PIC X(8).
           05 LOGB-OPERATOR     PIC X(32).
           05 LOGB-LAST-NO      PIC 9(6).
           05 LOGB-NEXT-NO      PIC 9(6).
           05 LOGB-NO-DISP      PIC Z(5)9.
           05 LOGB-COUNT-DISP   PIC ZZ9.
           05 LOGB-SHIFT-NOTES  PIC 9(3) COMP-5.
           05 LOGB-OPEN-COUNT   PIC 9(3) COMP-5.
           05 LOGB-UNREAD-COUNT PIC 9(3) COMP-5.
           05 LOGB-COUNT        PIC 9(3) COMP-5 VALUE 0.
           05 LOGB-ENTRIES.
               10 LOGB-ENTRY OCCURS 100 TIMES.
                   15 LOGB-NO        PIC 9(6).
                   15 LOGB-TS        PIC X(15).
                   15 LOGB-OPER      PIC X(32).
                   15 LOGB-CAT       PIC X(10).
                   15 LOGB-OPEN      PIC 9.
                   15 LOGB-UNREAD    PIC 9.
                   15 LOGB-TEXT      PIC X(80).
           05 LOGB-IDX          PIC 9(3) COMP-5.
           05 LOGB-KEEP         PIC 9(3) COMP-5.
           05 LOGB-FOUND        PIC 9(3) COMP-5.
           05 LOGB-F-REC        PIC X(6).
           05 LOGB-F-NO         PIC X(6).
           05 LOGB-F-TS         PIC X(15).
           05 LOGB-F-ROOM       PIC X(8).
           05 LOGB-F-SHIFT      PIC X(13).
           05 LOGB-F-OPER       PIC X(32).
           05 LOGB-F-CAT        PIC X(10).
           05 LOGB-F-KIND       PIC X(8).
           05 LOGB-F-TEXT       PIC X(80).
           05 LOGB-F-NUM        PIC 9(6).
           05 LOGB-LINE-TEXT    PIC X(80).
           05 LOGB-LINE-IDX     PIC 9(2) COMP-5.
           05 LOGB-PAGE-START   PIC 9(3) COMP-5.
           05 LOGB-SEEN-ALL     PIC 9.
           05 LOGB-ACK-DONE     PIC 9.
           05 LOGB-SCR-HEAD     PIC X(64).
           05 LOGB-SCR-MSG      PIC X(64).

      * checklist-work - the close-of-shift checklist. A room keeps
      * checklist-<room>.txt (else the shared checklist.txt), one
      * item per line: "kind<TAB>M|O<TAB>text", M mandatory and O
      * optional, "#" lines are comments. TICK items are put to the
      * closer ("floor mopped", "taps flushed"); the kiosk checks
      * the rest itself: DRAWER (a COUNT in drawer.log since the
      * shift opened), TABS (no open tabs), SPOOL (nothing queued
      * or failed in spool/) and PENDING (offline sale queue
      * empty). ADMIN-CLOSE-SHIFT will not close while a mandatory
      * item fails unless a MAINT operator overrides with a reason.
      * Each answer goes to shift-checklist.log ("shift<TAB>ts<TAB>
      * room<TAB>seq<TAB>kind<TAB>M|O<TAB>PASS|SKIP|FAIL<TAB>closer
      * <TAB>text" - SKIP is a TICK answered no, FAIL a system
      * check that did not hold) and the outcome rides on the
      * shifts.log record. A room with no checklist file closes as
      * it always did.
       01 checklist-work.
           05 CHKL-COUNT        PIC 9(2) COMP-5 VALUE 0.
           05 CHKL-ENTRIES.
               10 CHKL-ENTRY OCCURS 20 TIMES.
                   15 CHKL-KIND      PIC X(8).
                   15 CHKL-MAND      PIC X(1).
                   15 CHKL-TEXT      PIC X(60).
                   15 CHKL-RESULT    PIC X(4).
           05 CHKL-IDX          PIC 9(2) COMP-5.
           05 CHKL-SEQ-DISP     PIC Z9.
           05 CHKL-COUNT-DISP   PIC Z9.
           05 CHKL-F-KIND       PIC X(8).
           05 CHKL-F-MAND       PIC X(1).
           05 CHKL-F-TEXT       PIC X(60).
           05 CHKL-ROOM         PIC X(8).
           05 CHKL-TICK-INPUT   PIC X(1).
           05 CHKL-FAIL-COUNT   PIC 9(2) COMP-5.
           05 CHKL-PASS-COUNT   PIC 9(2) COMP-5.
           05 CHKL-REFUSED      PIC 9.
           05 CHKL-OUTCOME      PIC X(8).
           05 CHKL-ANSWERS      PIC X(20).
           05 CHKL-OVER-OPER    PIC X(32).
           05 CHKL-OVER-REASON  PIC X(60).
           05 CHKL-SAVED-OPER   PIC X(32).
           05 CHKL-SAVED-ROLE   PIC X(5).
           05 CHKL-OVER-OK      PIC 9.
           05 CHKL-DRAWER-DATE  PIC X(8).
           05 CHKL-DRAWER-KIND  PIC X(8).
           05 CHKL-DRAWER-AMT   PIC X(12).
           05 CHKL-DRAWER-TIME  PIC X(6).
           05 CHKL-DRAWER-TS    PIC X(14).
           05 CHKL-DRAWER-OK    PIC 9.
           05 CHKL-SPOOL-COUNT  PIC 9(3) COMP-5.
           05 CHKL-LINE-POS     PIC 9(3) COMP-5.
           05 CHKL-TS           PIC X(15).
           05 CHKL-SCR-HEAD     PIC X(64).
           05 CHKL-SCR-MSG      PIC X(64).

      * operator-work - named operator accounts for the admin menu,
      * read from operators.txt ("name:pin:role", role VIEW or
      * MAINT). When the file has entries, ADMIN-ENTRY asks for a
           05 LOCKOUT-NAME      PIC X(32).
           05 LOCKOUT-DATE      PIC X(8).

      * training-work - operator training and certification (the
      * modules and what they need are in training-modules.cpy). On
      * a kiosk running TRANSPORT=mock the signed-on shift operator
      * is the trainee, and every practice sale, return, drawer
      * entry, stock count and shift close is logged to training.txt
      * as "STEP<TAB>ts<TAB>operator<TAB>module<TAB>step". Once a
      * module's steps are all there a trainer - a named
      * maintenance operator other than the trainee - signs it off
      * from the admin menu: "SIGNOFF<TAB>ts<TAB>operator<TAB>module
      * <TAB>trainer". Roles are granted from the same screen, only
      * to an operator certified for the role, and the grant
      * rewrites the role in operators.txt: "GRANT<TAB>ts<TAB>
      * operator<TAB>role<TAB>granted-by". Lowering a role needs no
      * certificate. With TRAINING=ON in config.txt an operators.txt
      * MAINT role that the training record does not cover (typed
      * in by hand, or lapsed) opens the admin menu view-only.
       COPY "copybooks/training-modules.cpy".
       01 training-work.
           05 TRN-ENFORCE       PIC X(3) VALUE "OFF".
           05 TRN-OPERATOR      PIC X(32).
           05 TRN-OPER-INPUT    PIC X(32).
           05 TRN-ACTION-INPUT  PIC X(1).
           05 TRN-MODULE-INPUT  PIC X(10).
           05 TRN-ROLE-INPUT    PIC X(5).
           05 TRN-STEP-MODULE   PIC X(10).
           05 TRN-STEP-NAME     PIC X(8).
           05 TRN-F-REC         PIC X(8).
           05 TRN-F-TS          PIC X(15).
           05 TRN-F-OPER        PIC X(32).
           05 TRN-F-MODULE      PIC X(10).
           05 TRN-F-VALUE       PIC X(32).
           05 TRN-F-END         PIC X(15).
           05 TRN-STEPS-DONE OCCURS 6 TIMES PIC 9(3) COMP-5.
           05 TRN-SIGNED OCCURS 5 TIMES PIC 9.
           05 TRN-SIGNED-DATE OCCURS 5 TIMES PIC X(8).
           05 TRN-LAST-ACTIVE   PIC X(8).
           05 TRN-IDLE-DAYS     PIC S9(6) COMP-5.
           05 TRN-LAPSED        PIC 9.
           05 TRN-CERT-ROLE     PIC X(5).
           05 TRN-CHECK-ROLE    PIC X(5).
           05 TRN-OK            PIC 9.
           05 TRN-READY         PIC 9.
           05 TRN-IDX           PIC 9(2) COMP-5.
           05 TRN-REQ-IDX       PIC 9(2) COMP-5.
           05 TRN-MOD-IDX       PIC 9(2) COMP-5.
           05 TRN-NEED-DONE     PIC 9(3) COMP-5.
           05 TRN-NEED-ALL      PIC 9(3) COMP-5.
           05 TRN-DONE-DISP     PIC Z9.
           05 TRN-ALL-DISP      PIC Z9.
           05 TRN-DAYS-DISP     PIC ZZ9.
           05 TRN-LINE-POS      PIC 9(3) COMP-5.
           05 TRN-OLD-ROLE      PIC X(5).
           05 TRN-OPS-COUNT     PIC 9(3) COMP-5.
           05 TRN-OPS-READ      PIC 9(5) COMP-5.
           05 TRN-OPS-OK        PIC 9.
           05 TRN-OPS-LINE OCCURS 60 TIMES PIC X(64).
           05 TRN-OPS-IDX       PIC 9(3) COMP-5.
           05 TRN-OPS-NAME      PIC X(32).
           05 TRN-OPS-PIN       PIC X(8).
           05 TRN-OPS-ROLE      PIC X(5).

      * outbox-work - queued notification records (outbox.txt):
      * low-balance warnings, chase notices and settlement summaries
      * written as "ts<TAB>kind<TAB>username<TAB>text" lines, for
           05 OUTBOX-USERNAME   PIC X(64).
           05 OUTBOX-MESSAGE    PIC X(160).

      * consent-work - "CONSENT:[<category|ALL> <ON|OFF>
      * [<channel>]]" at the kiosk; the register itself lives in
      * MEMBER-CONSENT. A member-addressed outbox message without
      * matching consent is held in outbox-suppressed.log instead
      * of queued ("ts<TAB>kind<TAB>username<TAB>text<TAB>category
      * <TAB>stage").
       COPY "copybooks/member-consent.cpy".
       01 consent-work.
           05 CNS-ARGS          PIC X(56).
           05 CNS-CATEGORY      PIC X(10).
           05 CNS-SWITCH        PIC X(10).
           05 CNS-CHANNEL       PIC X(10).
           05 CNS-NEW-STATE     PIC X(10).
           05 CNS-CAT-VALUES.
               10 FILLER        PIC X(10) VALUE "SERVICE".
               10 FILLER        PIC X(10) VALUE "DUNNING".
               10 FILLER        PIC X(10) VALUE "MARKETING".
               10 FILLER        PIC X(10) VALUE "RECEIPTS".
           05 CNS-CAT-TABLE REDEFINES CNS-CAT-VALUES.
               10 CNS-CAT-NAME  PIC X(10) OCCURS 4 TIMES.
           05 CNS-IDX           PIC 9 COMP-5.
           05 CNS-MATCHED       PIC 9.
           05 CNS-FAILED        PIC 9.
           05 CNS-STATE-LINE    PIC X(60).

      * ereceipt-work - A member who gave RECEIPTS consent and has a
      * delivery address on file ("ADDRESS:<e-mail|@handle>") gets
      * an itemised copy of every sale, deposit, return and transfer
      * line the journal takes for them. The document is written to
      * ereceipts/<id>.txt and an outbox RECEIPT record whose text
      * starts with <id> points OUTBOX-SEND at it.
       01 ereceipt-work.
           05 ERC-DOC-ID        PIC X(24).
           05 ERC-SEQ           PIC 9(3) COMP-5 VALUE 0.
           05 ERC-SEQ-TEXT      PIC 9(3).
           05 ERC-KIND-TEXT     PIC X(30).
           05 ERC-TOKEN         PIC X(20).
           05 ERC-TOK-POS       PIC 9(3) COMP-5.
           05 ERC-ITEM-ID       PIC X(30).
           05 ERC-QTY-TEXT      PIC X(10).
           05 ERC-QTY           PIC 9(6) COMP-5.
           05 ERC-QTY-DISP      PIC ZZZ9.
           05 ERC-EACH          PIC S9(9) COMP-5.
           05 ERC-ITEM-NAME     PIC X(30).
           05 ERC-INV-IDX       PIC 9(3) COMP-5.
           05 ERC-PRICED        PIC 9.
           05 ERC-ZERO-PART     PIC S9(9) COMP-5.
           05 ERC-STD-PART      PIC S9(9) COMP-5.
           05 ERC-VAT           PIC S9(9) COMP-5.
           05 ERC-AMT-TEXT      PIC X(14).
           05 ERC-BAL-TEXT      PIC X(14).
           05 ERC-ADDR-ARGS     PIC X(56).
           05 ERC-FAIL-DISP     PIC ZZZ9.

      * payref-work - The member's permanent payment reference
      * (PAYMENT-REF) for bank and MobilePay top-ups, printed on the
      * receipt, the e-receipt, the purchase-history statement and
      * the balance shown after a sale or deposit, so BANK-IMPORT
      * can credit the transfer without guessing. FICREDITOR= in
      * config.txt adds the FI creditor number
      * ("+71<ref+creditor<").
       COPY "copybooks/payment-ref.cpy".
       01 payref-work.
           05 PAYREF-MEMBER-ID  PIC X(8).
           05 PAYREF-TEXT       PIC X(32).
           05 FI-CREDITOR       PIC X(8).

      * last-sale-work - remembers the member/room of the most recent
      * successful BUY-ORDER so typing "VOID" into CART-ITEM-INPUT
      * within VOID-GRACE-SECONDS can reverse it via VOID-LAST-SALE.
           05 LAST-SALE-USERNAME    PIC X(64).
           05 VOID-SAVED-USER       PIC X(64).
           05 LAST-SALE-ROOM-ID     PIC X(8).
      *    LAST-SALE-LEVEL-ADJ - the price-level deposit posted with
      *    the sale, reversed again by a void.
           05 LAST-SALE-LEVEL-ADJ   PIC S9(9) COMP-5 VALUE 0.
           05 LAST-SALE-TIME-SECS   PIC 9(9) COMP-5 VALUE 0.
           05 LAST-SALE-NOW-SECS    PIC 9(9) COMP-5.
           05 LAST-SALE-ELAPSED     PIC 9(9) COMP-5.
       COPY "copybooks/journal-store.cpy".
       01 JSTORE-BODY-POS   PIC 9(9) COMP-5.

      * indexed member master (one record per member keyed by the
      * server's member id - see member-master.cob) and the admin
      * maintenance screen's inputs.
       COPY "copybooks/member-master.cpy".
       01 member-master-work.
           05 MBRM-KEY-INPUT    PIC X(64).
           05 MBRM-NAME-INPUT   PIC X(50).
           05 MBRM-STATUS-INPUT PIC X(8).
           05 MBRM-GROUP-INPUT  PIC X(30).
           05 MBRM-LIMIT-INPUT  PIC X(16).
           05 MBRM-JOINED-INPUT PIC X(8).
           05 MBRM-JOINED-NUM   PIC 9(8).
           05 MBRM-CARD-DISP    PIC X(8).
           05 MBRM-ACTION       PIC X(1).

      * direct HTTP client access (heartbeat POST)
       COPY "copybooks/http-request.cpy".
       COPY "copybooks/http-response-status.cpy".
      -        "              #    #:  :#   #   ".
           05 LINE 12 COLUMN 4 VALUE "  :###:   ##   #####.   ##   ##" &
      -        "####          #     ####  ##### ".
           05 LINE 13 COLUMN 4 PIC X(60) FROM MIRROR-WARN-LINE.
           05 LINE 14 COLUMN 4 PIC X(40) FROM LANG-CHOOSE-ACTION.
           05 LINE 15 COLUMN 4 VALUE "1. Stregsystem (room    )".
           05 LINE 15 COLUMN 25 PIC X(3) FROM SCREEN-ROOM-ID.
           05 LINE 8 COLUMN 4 VALUE "Press ENTER to open the shift; " &
               "blank runs the kiosk unattended.".

       01 HANDOVER-READ-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Shift handover - notes from " &
               "earlier shifts".
           05 LINE 3 COLUMN 4 PIC X(64) FROM LOGB-SCR-HEAD.
           05 LINE 5 COLUMN 4 PIC X(80) FROM RESULT-LINE1.
           05 LINE 6 COLUMN 4 PIC X(80) FROM RESULT-LINE2.
           05 LINE 7 COLUMN 4 PIC X(80) FROM RESULT-LINE3.
           05 LINE 8 COLUMN 4 PIC X(80) FROM RESULT-LINE4.
           05 LINE 9 COLUMN 4 PIC X(80) FROM RESULT-LINE5.
           05 LINE 11 COLUMN 4 PIC X(64) FROM LOGB-SCR-MSG.
           05 LINE 12 COLUMN 4 VALUE "Read and understood (Y):".
           05 LINE 12 COLUMN 29 PIC X(1) USING LOGB-ACK-INPUT.
           05 LINE 14 COLUMN 4 VALUE "Close a follow-up with " &
               "NOTEDONE:<no> once it is dealt with.".

       01 HANDOVER-NOTE-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Handover notes for the next " &
               "shift".
           05 LINE 3 COLUMN 4 PIC X(64) FROM LOGB-SCR-HEAD.
           05 LINE 5 COLUMN 4 VALUE "Category       :".
           05 LINE 5 COLUMN 21 PIC X(10) USING LOGB-CAT-INPUT.
           05 LINE 6 COLUMN 4 VALUE "Note           :".
           05 LINE 6 COLUMN 21 PIC X(60) USING LOGB-TEXT-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Follow-up (Y/N):".
           05 LINE 7 COLUMN 21 PIC X(1) USING LOGB-FOLLOW-INPUT.
           05 LINE 9 COLUMN 4 PIC X(64) FROM LOGB-SCR-MSG.
           05 LINE 11 COLUMN 4 VALUE "e.g. TAP - tap 2 foams, " &
               "CASH - Jens owes the cash box 50 kr.".
           05 LINE 12 COLUMN 4 VALUE "Blank note + ENTER goes on " &
               "to close the shift.".

       01 CHECKLIST-ITEM-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Close-of-shift checklist".
           05 LINE 3 COLUMN 4 PIC X(64) FROM CHKL-SCR-HEAD.
           05 LINE 5 COLUMN 4 PIC X(60) FROM CHKL-F-TEXT.
           05 LINE 7 COLUMN 4 VALUE "Done (Y/N):".
           05 LINE 7 COLUMN 16 PIC X(1) USING CHKL-TICK-INPUT.
           05 LINE 9 COLUMN 4 VALUE "A mandatory item not done " &
               "stops the shift from closing.".

       01 CHECKLIST-OVERRIDE-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Close-of-shift checklist " &
               "not complete".
           05 LINE 3 COLUMN 4 PIC X(64) FROM CHKL-SCR-HEAD.
           05 LINE 5 COLUMN 4 PIC X(80) FROM RESULT-LINE1.
           05 LINE 6 COLUMN 4 PIC X(80) FROM RESULT-LINE2.
           05 LINE 7 COLUMN 4 PIC X(80) FROM RESULT-LINE3.
           05 LINE 8 COLUMN 4 PIC X(80) FROM RESULT-LINE4.
           05 LINE 9 COLUMN 4 PIC X(80) FROM RESULT-LINE5.
           05 LINE 11 COLUMN 4 VALUE "Override reason:".
           05 LINE 12 COLUMN 4 PIC X(60) USING CHKL-OVER-REASON.
           05 LINE 14 COLUMN 4 VALUE "A reason + ENTER asks for a " &
               "maintenance operator's PIN;".
           05 LINE 15 COLUMN 4 VALUE "blank + ENTER leaves the " &
               "shift open to finish the list.".

       01 TEMP-READING-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Temperature check".
           05 LINE 4 COLUMN 4 VALUE "Cooling unit :".
           05 LINE 4 COLUMN 19 PIC X(10) FROM HACCP-SCR-ID.
           05 LINE 4 COLUMN 30 PIC X(30) FROM HACCP-SCR-NAME.
           05 LINE 5 COLUMN 4 VALUE "Allowed (C)  :".
           05 LINE 5 COLUMN 19 PIC X(24) FROM HACCP-SCR-RANGE.
           05 LINE 7 COLUMN 4 VALUE "Reading (C)  :".
           05 LINE 7 COLUMN 19 PIC X(8) USING HACCP-READING-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Corrective action (needed " &
               "when out of range):".
           05 LINE 10 COLUMN 4 PIC X(60) USING HACCP-NOTE-INPUT.
           05 LINE 12 COLUMN 4 PIC X(64) FROM HACCP-SCR-MSG.
           05 LINE 14 COLUMN 4 VALUE "Blank reading skips the unit " &
               "for now - no sale until it is read.".

       01 DIDYOUMEAN-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 LINE 13 COLUMN 4 VALUE "Approved requests pay out on " &
               "the next payout batch run.".

       01 ADMIN-DISPUTE-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Dispute cases (open, oldest " &
               "first)".
           05 LINE 4 COLUMN 4 PIC X(80) FROM RESULT-LINE1.
           05 LINE 5 COLUMN 4 PIC X(80) FROM RESULT-LINE2.
           05 LINE 6 COLUMN 4 PIC X(80) FROM RESULT-LINE3.
           05 LINE 7 COLUMN 4 PIC X(80) FROM RESULT-LINE4.
           05 LINE 8 COLUMN 4 PIC X(80) FROM RESULT-LINE5.
           05 LINE 10 COLUMN 4 VALUE "Case no (blank = new case):".
           05 LINE 10 COLUMN 33 PIC X(6) USING DSP-CASE-INPUT.
           05 LINE 11 COLUMN 4 VALUE "Action I=investigate " &
               "R=refund X=reject:".
           05 LINE 11 COLUMN 43 PIC X(1) USING DSP-ACTION-INPUT.
           05 LINE 12 COLUMN 4 VALUE "Member (new case) :".
           05 LINE 12 COLUMN 24 PIC X(40) USING DSP-MEMBER-INPUT.
           05 LINE 13 COLUMN 4 VALUE "Sale key(s)       :".
           05 LINE 13 COLUMN 24 PIC X(54) USING DSP-KEYS-INPUT.
           05 LINE 14 COLUMN 4 VALUE "Claim / note      :".
           05 LINE 14 COLUMN 24 PIC X(54) USING DSP-TEXT-INPUT.
           05 LINE 15 COLUMN 4 VALUE "Refund basis G=goodwill " &
               "E=sale was wrong:".
           05 LINE 15 COLUMN 46 PIC X(1) USING DSP-BASIS-INPUT.
           05 LINE 17 COLUMN 4 VALUE "A refund is a product return " &
               "against one of the case's sale keys.".
           05 LINE 18 COLUMN 4 VALUE "All blank + ENTER goes back.".

       01 ADMIN-TRAINING-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Operator training and roles".
           05 LINE 4 COLUMN 4 VALUE "Operator          :".
           05 LINE 4 COLUMN 24 PIC X(32) USING TRN-OPER-INPUT.
           05 LINE 5 COLUMN 4 VALUE "Action            :".
           05 LINE 5 COLUMN 24 PIC X(1) USING TRN-ACTION-INPUT.
           05 LINE 6 COLUMN 4 VALUE "Module (sign-off) :".
           05 LINE 6 COLUMN 24 PIC X(10) USING TRN-MODULE-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Role (grant)      :".
           05 LINE 7 COLUMN 24 PIC X(5) USING TRN-ROLE-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Action: blank = show the " &
               "record, S = sign off a module, G = grant a role.".
           05 LINE 10 COLUMN 4 VALUE "Modules: CHECKOUT RETURNS " &
               "DRAWER SHIFTCLOSE STOCKTAKE. Roles: VIEW MAINT.".
           05 LINE 11 COLUMN 4 VALUE "Practice steps count on a " &
               "TRANSPORT=mock kiosk, for the signed-on operator.".
           05 LINE 13 COLUMN 4 VALUE "Blank operator + ENTER " &
               "goes back.".

       01 RETURN-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 LINE 19 COLUMN 40 VALUE "Y. Payouts".
           05 LINE 20 COLUMN 40 VALUE "J. Print jobs".
           05 LINE 21 COLUMN 40 VALUE "N. Incidents".
           05 LINE 12 COLUMN 62 VALUE "D. Draught kegs".
           05 LINE 13 COLUMN 62 VALUE "T. Petty cash".
           05 LINE 14 COLUMN 62 VALUE "X. Room transfers".
           05 LINE 15 COLUMN 62 VALUE "O. Event pre-orders".
           05 LINE 16 COLUMN 62 VALUE "M. Member master".
           05 LINE 17 COLUMN 62 VALUE "U. Disputes".
           05 LINE 18 COLUMN 62 VALUE "R. Operator training".
           05 LINE 19 COLUMN 62 VALUE "A. API credentials".
           05 LINE 20 COLUMN 62 VALUE "B. Member cards".
           05 LINE 13 COLUMN 4 VALUE "0. Back".
           05 LINE 14 COLUMN 4 VALUE "Choice:".
           05 LINE 14 COLUMN 12 PIC X(1) USING ADMIN-CHOICE.
           05 LINE 9 COLUMN 4 VALUE "Press ENTER to record, blank " &
               "+ ENTER to cancel.".

       01 ADMIN-PETTY-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Petty cash payout".
           05 LINE 4 COLUMN 4 VALUE "Cash taken from the drawer for " &
               "bar supplies (ice, cups, lemons).".
           05 LINE 6 COLUMN 4 VALUE "Amount (oere):".
           05 LINE 6 COLUMN 19 PIC X(12) USING PETTY-AMOUNT-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Purpose      :".
           05 LINE 7 COLUMN 19 PIC X(30) USING PETTY-PURPOSE-INPUT.
           05 LINE 8 COLUMN 4 VALUE "Receipt no.  :".
           05 LINE 8 COLUMN 19 PIC X(12) USING PETTY-RECEIPT-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Operator     :".
           05 LINE 9 COLUMN 19 PIC X(32) USING PETTY-OPER-INPUT.
           05 LINE 11 COLUMN 4 VALUE "Press ENTER to record, blank " &
               "amount + ENTER to cancel.".

       01 ADMIN-TOKEN-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Kiosk API credentials".
           05 LINE 4 COLUMN 4 PIC X(70) FROM TOKEN-STATE-LINE1.
           05 LINE 5 COLUMN 4 PIC X(70) FROM TOKEN-STATE-LINE2.
           05 LINE 7 COLUMN 4 VALUE "G. Generate a new token (rotate)" &
               " - shown once, register it".
           05 LINE 8 COLUMN 4 VALUE "   with the server before the " &
               "old one is withdrawn".
           05 LINE 9 COLUMN 4 VALUE "E. Enter a token issued by the " &
               "server admins".
           05 LINE 10 COLUMN 4 VALUE "R. Remove the token (kiosk " &
               "calls the server anonymously)".
           05 LINE 12 COLUMN 4 VALUE "Choice:".
           05 LINE 12 COLUMN 12 PIC X(1) USING TOKEN-CHOICE.
           05 LINE 13 COLUMN 4 VALUE "Token (E only):".
           05 LINE 14 COLUMN 4 PIC X(64) USING TOKEN-INPUT.
           05 LINE 16 COLUMN 4 VALUE "Blank choice + ENTER to go back.".

       01 ADMIN-CARD-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Member cards".
           05 LINE 4 COLUMN 4 VALUE "I. Issue a card to a member " &
               "who has none".
           05 LINE 5 COLUMN 4 VALUE "B. Block a lost or stolen card".
           05 LINE 6 COLUMN 4 VALUE "R. Replace a card (the old one " &
               "stops working)".
           05 LINE 7 COLUMN 4 VALUE "V. View a member's cards".
           05 LINE 9 COLUMN 4 VALUE "Choice:".
           05 LINE 9 COLUMN 22 PIC X(1) USING CARDM-CHOICE.
           05 LINE 10 COLUMN 4 VALUE "Username:".
           05 LINE 10 COLUMN 22 PIC X(32) USING CARDM-USER-INPUT.
           05 LINE 11 COLUMN 4 VALUE "Card number:".
           05 LINE 11 COLUMN 22 PIC X(20) USING CARDM-NUMBER-INPUT.
           05 LINE 12 COLUMN 4 VALUE "Reason:".
           05 LINE 12 COLUMN 22 PIC X(40) USING CARDM-REASON-INPUT.
           05 LINE 13 COLUMN 4 VALUE "Operator:".
           05 LINE 13 COLUMN 22 PIC X(32) USING CARDM-OPER-INPUT.
           05 LINE 15 COLUMN 4 VALUE "Card number (I, R): scan a " &
               "blank card, or leave empty for".
           05 LINE 16 COLUMN 4 VALUE "a new number on the printed " &
               "label. Reason is required for B and R.".
           05 LINE 18 COLUMN 4 VALUE "Blank choice + ENTER to go back.".

       01 ADMIN-STOCK-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 LINE 9 COLUMN 4 VALUE "Press ENTER to record, blank " &
               "+ ENTER to cancel.".

       01 ADMIN-KEG-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Draught kegs".
           05 LINE 4 COLUMN 4 VALUE "T = tap a new keg, E = mark " &
               "the tapped keg empty".
           05 LINE 6 COLUMN 4 VALUE "Mode (T/E)   :".
           05 LINE 6 COLUMN 19 PIC X(1) USING KEG-MODE-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Keg id       :".
           05 LINE 7 COLUMN 19 PIC X(12) USING KEG-ID-INPUT.
           05 LINE 8 COLUMN 4 VALUE "Product id   :".
           05 LINE 8 COLUMN 19 PIC X(10) USING KEG-PROD-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Volume (cl)  :".
           05 LINE 9 COLUMN 19 PIC X(8) USING KEG-VOLUME-INPUT.
           05 LINE 10 COLUMN 4 VALUE "Glass (cl)   :".
           05 LINE 10 COLUMN 19 PIC X(8) USING KEG-GLASS-INPUT.
           05 LINE 12 COLUMN 4 VALUE "Emptying needs the keg id or " &
               "the product id only.".
           05 LINE 13 COLUMN 4 VALUE "Blank mode + ENTER cancels.".

       01 ADMIN-XFER-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Room stock transfers".
           05 LINE 4 COLUMN 4 VALUE "S = send goods to another " &
               "room, R = receive a transfer".
           05 LINE 6 COLUMN 4 VALUE "Mode (S/R)   :".
           05 LINE 6 COLUMN 19 PIC X(1) USING XFR-MODE-INPUT.
           05 LINE 7 COLUMN 4 VALUE "From room    :".
           05 LINE 7 COLUMN 19 PIC X(8) USING XFR-FROM-INPUT.
           05 LINE 8 COLUMN 4 VALUE "To room      :".
           05 LINE 8 COLUMN 19 PIC X(8) USING XFR-TO-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Transfer id  :".
           05 LINE 9 COLUMN 19 PIC X(16) USING XFR-ID-INPUT.
           05 LINE 10 COLUMN 4 VALUE "Operator     :".
           05 LINE 10 COLUMN 19 PIC X(32) USING XFR-OPER-INPUT.
           05 LINE 12 COLUMN 4 VALUE "Product".
           05 LINE 12 COLUMN 19 VALUE "Qty".
           05 LINE 13 COLUMN 4 PIC X(10) USING XFR-IN-PROD(1).
           05 LINE 13 COLUMN 19 PIC X(8) USING XFR-IN-QTY(1).
           05 LINE 14 COLUMN 4 PIC X(10) USING XFR-IN-PROD(2).
           05 LINE 14 COLUMN 19 PIC X(8) USING XFR-IN-QTY(2).
           05 LINE 15 COLUMN 4 PIC X(10) USING XFR-IN-PROD(3).
           05 LINE 15 COLUMN 19 PIC X(8) USING XFR-IN-QTY(3).
           05 LINE 16 COLUMN 4 PIC X(10) USING XFR-IN-PROD(4).
           05 LINE 16 COLUMN 19 PIC X(8) USING XFR-IN-QTY(4).
           05 LINE 17 COLUMN 4 PIC X(10) USING XFR-IN-PROD(5).
           05 LINE 17 COLUMN 19 PIC X(8) USING XFR-IN-QTY(5).
           05 LINE 19 COLUMN 4 VALUE "Sending needs both rooms and " &
               "the lines; '-' is the main store.".
           05 LINE 20 COLUMN 4 VALUE "Receiving needs the transfer " &
               "id only. Blank mode + ENTER cancels.".

       01 ADMIN-PREORDER-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Event pre-orders".
           05 LINE 4 COLUMN 4 VALUE "N = new order, C = cancel " &
               "an open order".
           05 LINE 6 COLUMN 4 VALUE "Mode (N/C)   :".
           05 LINE 6 COLUMN 19 PIC X(1) USING PRE-MODE-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Order id     :".
           05 LINE 7 COLUMN 19 PIC X(16) USING PRE-ID-INPUT.
           05 LINE 8 COLUMN 4 VALUE "Event code   :".
           05 LINE 8 COLUMN 19 PIC X(16) USING PRE-EVENT-INPUT.
           05 LINE 9 COLUMN 4 VALUE "Ordered by   :".
           05 LINE 9 COLUMN 19 PIC X(33) USING PRE-WHO-INPUT.
           05 LINE 10 COLUMN 4 VALUE "Pay (P/A)    :".
           05 LINE 10 COLUMN 19 PIC X(1) USING PRE-PAY-INPUT.
           05 LINE 10 COLUMN 22 VALUE "Paid (oere):".
           05 LINE 10 COLUMN 35 PIC X(12) USING PRE-PAID-INPUT.
           05 LINE 11 COLUMN 4 VALUE "Operator     :".
           05 LINE 11 COLUMN 19 PIC X(32) USING PRE-OPER-INPUT.
           05 LINE 13 COLUMN 4 VALUE "Product".
           05 LINE 13 COLUMN 19 VALUE "Qty".
           05 LINE 14 COLUMN 4 PIC X(10) USING PRE-IN-PROD(1).
           05 LINE 14 COLUMN 19 PIC X(8) USING PRE-IN-QTY(1).
           05 LINE 15 COLUMN 4 PIC X(10) USING PRE-IN-PROD(2).
           05 LINE 15 COLUMN 19 PIC X(8) USING PRE-IN-QTY(2).
           05 LINE 16 COLUMN 4 PIC X(10) USING PRE-IN-PROD(3).
           05 LINE 16 COLUMN 19 PIC X(8) USING PRE-IN-QTY(3).
           05 LINE 17 COLUMN 4 PIC X(10) USING PRE-IN-PROD(4).
           05 LINE 17 COLUMN 19 PIC X(8) USING PRE-IN-QTY(4).
           05 LINE 18 COLUMN 4 PIC X(10) USING PRE-IN-PROD(5).
           05 LINE 18 COLUMN 19 PIC X(8) USING PRE-IN-QTY(5).
           05 LINE 20 COLUMN 4 VALUE "Ordered by is a username or " &
               "@group; P = prepaid in cash now.".
           05 LINE 21 COLUMN 4 VALUE "Cancelling needs the order " &
               "id only. Blank mode + ENTER cancels.".

       01 ADMIN-XFER-RECV-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Receive transfer".
           05 LINE 2 COLUMN 22 PIC X(16) FROM XFR-ID-INPUT.
           05 LINE 4 COLUMN 4 VALUE "From room    :".
           05 LINE 4 COLUMN 19 PIC X(8) FROM XFR-FROM-INPUT.
           05 LINE 5 COLUMN 4 VALUE "To room      :".
           05 LINE 5 COLUMN 19 PIC X(8) FROM XFR-TO-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Product".
           05 LINE 7 COLUMN 19 VALUE "Sent".
           05 LINE 7 COLUMN 30 VALUE "Received".
           05 LINE 8 COLUMN 4 PIC X(10) FROM XFR-IN-PROD(1).
           05 LINE 8 COLUMN 19 PIC X(8) FROM XFR-IN-SENT-DISP(1).
           05 LINE 8 COLUMN 30 PIC X(8) USING XFR-IN-QTY(1).
           05 LINE 9 COLUMN 4 PIC X(10) FROM XFR-IN-PROD(2).
           05 LINE 9 COLUMN 19 PIC X(8) FROM XFR-IN-SENT-DISP(2).
           05 LINE 9 COLUMN 30 PIC X(8) USING XFR-IN-QTY(2).
           05 LINE 10 COLUMN 4 PIC X(10) FROM XFR-IN-PROD(3).
           05 LINE 10 COLUMN 19 PIC X(8) FROM XFR-IN-SENT-DISP(3).
           05 LINE 10 COLUMN 30 PIC X(8) USING XFR-IN-QTY(3).
           05 LINE 11 COLUMN 4 PIC X(10) FROM XFR-IN-PROD(4).
           05 LINE 11 COLUMN 19 PIC X(8) FROM XFR-IN-SENT-DISP(4).
           05 LINE 11 COLUMN 30 PIC X(8) USING XFR-IN-QTY(4).
           05 LINE 12 COLUMN 4 PIC X(10) FROM XFR-IN-PROD(5).
           05 LINE 12 COLUMN 19 PIC X(8) FROM XFR-IN-SENT-DISP(5).
           05 LINE 12 COLUMN 30 PIC X(8) USING XFR-IN-QTY(5).
           05 LINE 14 COLUMN 4 VALUE "Enter what actually arrived; " &
               "blank means all of it.".
           05 LINE 15 COLUMN 4 VALUE "Any shortfall is logged as " &
               "transfer loss.".

       01 ADMIN-EVENT-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
               "and drawer writes inside it.".
           05 LINE 11 COLUMN 4 VALUE "Blank mode + ENTER cancels.".

       01 ADMIN-MEMBER-FIND-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Member master".
           05 LINE 4 COLUMN 4 VALUE "Member id or username:".
           05 LINE 5 COLUMN 4 PIC X(64) USING MBRM-KEY-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Blank + ENTER cancels.".

       01 ADMIN-MEMBER-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 4 VALUE "Member master record".
           05 LINE 4 COLUMN 4 VALUE "Member id :".
           05 LINE 4 COLUMN 16 PIC X(8) FROM mmast-member-id.
           05 LINE 5 COLUMN 4 VALUE "Username  :".
           05 LINE 5 COLUMN 16 PIC X(40) FROM mmast-username.
           05 LINE 6 COLUMN 4 VALUE "Name      :".
           05 LINE 6 COLUMN 16 PIC X(50) USING MBRM-NAME-INPUT.
           05 LINE 7 COLUMN 4 VALUE "Status    :".
           05 LINE 7 COLUMN 16 PIC X(8) USING MBRM-STATUS-INPUT.
           05 LINE 7 COLUMN 26 VALUE "(ACTIVE, INACTIVE or GONE)".
           05 LINE 8 COLUMN 4 VALUE "Card      :".
           05 LINE 8 COLUMN 16 PIC X(8) FROM MBRM-CARD-DISP.
           05 LINE 9 COLUMN 4 VALUE "Group     :".
           05 LINE 9 COLUMN 16 PIC X(30) USING MBRM-GROUP-INPUT.
           05 LINE 10 COLUMN 4 VALUE "Limit     :".
           05 LINE 10 COLUMN 16 PIC X(16) USING MBRM-LIMIT-INPUT.
           05 LINE 10 COLUMN 34 VALUE "(e.g. DAILY 3, EXCLUDE)".
           05 LINE 11 COLUMN 4 VALUE "Joined    :".
           05 LINE 11 COLUMN 16 PIC X(8) USING MBRM-JOINED-INPUT.
           05 LINE 12 COLUMN 4 VALUE "Last seen :".
           05 LINE 12 COLUMN 16 PIC X(8) FROM mmast-last-seen.
           05 LINE 13 COLUMN 4 VALUE "Refreshed :".
           05 LINE 13 COLUMN 16 PIC X(15) FROM mmast-refreshed.
           05 LINE 15 COLUMN 4 VALUE "The nightly refresh rewrites " &
               "name and status from the server,".
           05 LINE 16 COLUMN 4 VALUE "and card, group and limit " &
               "from the side files that name the member.".
           05 LINE 18 COLUMN 4 VALUE "S = save, D = delete, " &
               "blank = cancel:".
           05 LINE 18 COLUMN 42 PIC X(1) USING MBRM-ACTION.

       01 ADMIN-WRITEOFF-SCREEN
           BACKGROUND-COLOR BG-COLOUR
           FOREGROUND-COLOR FG-COLOUR.
      -        "              #    #:  :#   #   ".
           05 LINE 12 COLUMN 4 VALUE "  :###:   ##   #####.   ##   ##" &
      -        "####          #     ####  ##### ".
           05 LINE 13 COLUMN 4 PIC X(60) FROM MIRROR-WARN-LINE.
           05 LINE 14 COLUMN 4 VALUE "???".

       01 KIOSK-SELECTION-SCREEN-SELECT
           05 LINE 17 COLUMN 4 PIC X(74) FROM PHIST-LINE(14).
           05 LINE 18 COLUMN 4 PIC X(74) FROM PHIST-LINE(15).
           05 LINE 19 COLUMN 4 PIC X(74) FROM PHIST-LINE(16).
           05 LINE 20 COLUMN 4 PIC X(74) FROM PHIST-PAYREF-LINE.
           05 LINE 21 COLUMN 4 VALUE
               "PgUp/PgDn to page, ENTER to return:".
           05 LINE 21 COLUMN 42 PIC X(1) USING PHIST-DUMMY-INPUT.
           IF PREFLIGHT-OK = 1
               PERFORM LOAD-LANG-STRINGS
               PERFORM INIT-DEFAULTS
               PERFORM CHECK-JOURNAL-MIRROR
               PERFORM DETECT-TERM-WIDTH
               PERFORM PARSE-CHECK-FLAG-ARG

                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM PANT-RETURN-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:6))
                           = "WASTE:"
                       MOVE CART-ITEM-INPUT(7:58) TO WST-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM WASTE-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                           = "COMP:"
                       MOVE CART-ITEM-INPUT(6:59) TO COMP-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM COMP-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                           = "CHECKOUT:"
                       MOVE CART-ITEM-INPUT(10:55) TO RNT-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM RENTAL-CHECKOUT-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                           = "CHECKIN:"
                       MOVE CART-ITEM-INPUT(9:56) TO RNT-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM RENTAL-CHECKIN-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:7))
                           = "RAFFLE:"
                       MOVE CART-ITEM-INPUT(8:57) TO RAF-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM RAFFLE-SELL-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                           = "PREORDER:"
                       MOVE CART-ITEM-INPUT(10:55) TO PRE-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM PREORDER-HANDOVER-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                           = "CLOCKIN:"
                       MOVE CART-ITEM-INPUT(9:56) TO TCK-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM NOTIFY-REQUEST-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                           = "WISH:"
                       MOVE CART-ITEM-INPUT(6:59) TO WISH-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM WISH-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                           = "TEMP:"
                       MOVE CART-ITEM-INPUT(6:59) TO HACCP-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM TEMP-READING-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                           = "NOTE:"
                       MOVE CART-ITEM-INPUT(6:59) TO LOGB-ARGS
                       MOVE "INFO" TO LOGB-KIND
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM NOTE-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                           = "FOLLOWUP:"
                       MOVE CART-ITEM-INPUT(10:55) TO LOGB-ARGS
                       MOVE "FOLLOWUP" TO LOGB-KIND
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM NOTE-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                           = "NOTEDONE:"
                       MOVE CART-ITEM-INPUT(10:55) TO LOGB-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM NOTE-DONE-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(FUNCTION TRIM
                           (CART-ITEM-INPUT)) = "NOTES"
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM NOTES-SHOW-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                           = "CONSENT:"
                       MOVE CART-ITEM-INPUT(9:56) TO CNS-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM CONSENT-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                           = "ADDRESS:"
                       MOVE CART-ITEM-INPUT(9:56) TO ERC-ADDR-ARGS
                       MOVE SPACES TO CART-ITEM-INPUT
                       PERFORM ADDRESS-ORDER
                       MOVE 0 TO DONE
                   ELSE IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                           = "TABCLOSE:"
                       MOVE CART-ITEM-INPUT(10:55) TO TAB-ARGS
           .

      * SUGGEST-IF-UNKNOWN-TOKEN - Token id known to the inventory
      * (by id or exact name)? Fine. Otherwise offer the closest
      * match for one-key acceptance; declining keeps the token
      * exactly as typed.
       SUGGEST-IF-UNKNOWN-TOKEN.
           IF INV-ALL-COUNT = 0
               EXIT PARAGRAPH
           IF FUNCTION TRIM(DYM-TOKEN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CLOSEST-PRODUCT
           IF DYM-KNOWN = 1
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(DYM-SUGG-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DYM-CONFIRM
           IF LINE-MODE = 1
               DISPLAY "Unknown product. Did you mean "
                   FUNCTION TRIM(DYM-SUGG-NAME) " (id "
                   FUNCTION TRIM(DYM-SUGG-ID) ")? (Y/N):"
               ACCEPT DYM-CONFIRM
           ELSE
               DISPLAY DIDYOUMEAN-SCREEN
               ACCEPT DIDYOUMEAN-SCREEN
           END-IF

           IF FUNCTION UPPER-CASE(DYM-CONFIRM) = "Y"
               MOVE SPACES TO CART-ITEM-INPUT
               IF FUNCTION TRIM(DYM-QTY-TEXT) = SPACES
                   MOVE FUNCTION TRIM(DYM-SUGG-ID)
                       TO CART-ITEM-INPUT
               ELSE
                   STRING
                       FUNCTION TRIM(DYM-SUGG-ID) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(DYM-QTY-TEXT) DELIMITED BY SIZE
                       INTO CART-ITEM-INPUT
                   END-STRING
               END-IF
               MOVE "Did-you-mean suggestion accepted" TO log-message
               PERFORM LOG-INFO
           END-IF
           .

      * FIND-CLOSEST-PRODUCT - Look DYM-TOKEN-ID up in the loaded
      * inventory. An exact id or (case-insensitive) exact name sets
      * DYM-KNOWN and names that product in DYM-SUGG-ID/NAME;
      * otherwise the closest match - first name containing the
      * typed text, else first id starting with it - goes there,
      * or spaces when nothing comes close.
       FIND-CLOSEST-PRODUCT.
           MOVE 0 TO DYM-KNOWN
           MOVE SPACES TO DYM-SUGG-ID
           MOVE SPACES TO DYM-SUGG-NAME
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(DYM-TOKEN-ID))
               TO DYM-TOKEN-LOWER

           PERFORM VARYING DYM-IDX FROM 1 BY 1
                   UNTIL DYM-IDX > INV-ALL-COUNT
               IF FUNCTION TRIM(INV-ALL-ID(DYM-IDX)) =
                       INV-ALL-NAME(DYM-IDX))) =
                       FUNCTION TRIM(DYM-TOKEN-LOWER)
                   MOVE 1 TO DYM-KNOWN
                   MOVE INV-ALL-ID(DYM-IDX) TO DYM-SUGG-ID
                   MOVE INV-ALL-NAME(DYM-IDX) TO DYM-SUGG-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DYM-IDX FROM 1 BY 1
                   UNTIL DYM-IDX > INV-ALL-COUNT
               MOVE FUNCTION LOWER-CASE(INV-ALL-NAME(DYM-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *    An id is at most 10 characters; longer text is no prefix.
           IF FUNCTION TRIM(DYM-SUGG-ID) = SPACES
               AND FUNCTION LENGTH(FUNCTION TRIM(DYM-TOKEN-ID)) <= 10
               PERFORM VARYING DYM-IDX FROM 1 BY 1
                       UNTIL DYM-IDX > INV-ALL-COUNT
                   IF INV-ALL-ID(DYM-IDX)(1:FUNCTION LENGTH(
                   END-IF
               END-PERFORM
           END-IF
           .

      * REBUILD-CART-DISPLAY - Pack the current cart tokens into the
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   INTO CART-DISPLAY-LINE(1)
               END-STRING
               IF PLV-CURRENT NOT = "MEMBER"
                   STRING
                       FUNCTION TRIM(CART-DISPLAY-LINE(1))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(PLV-CURRENT) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CART-DISPLAY-LINE(1)
                   END-STRING
               END-IF
           END-IF

      *    Advertise any multibuy/combo saving this cart earns on
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLD-CHAIN-CART
           IF HACCP-BLOCKED = 1
               MOVE "Order not allowed right now" TO RESULT-TITLE
               MOVE HACCP-MSG1 TO RESULT-LINE1
               MOVE HACCP-MSG2 TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MEMBER-LIMITS-CART
           IF ML-BLOCKED = 1
               MOVE "Order not allowed" TO RESULT-TITLE
               MOVE 1 TO BUY-SALE-POSTED
               MOVE "Order success" TO log-message
               PERFORM LOG-INFO
               MOVE 0 TO PLV-ADJUST
               IF DRYRUN-MODE = 0
                   PERFORM APPLY-PRICE-LEVEL
               END-IF
               MOVE "Your order was successful!" TO RESULT-TITLE
               MOVE FUNCTION TRIM(sale-message) TO RESULT-LINE1

                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
               PERFORM APPEND-PAYREF-TO-RESULT

               IF DRYRUN-MODE = 1
                   MOVE "[DRY RUN] No sale was actually recorded."
                       END-IF
                   END-IF

                   PERFORM WRITE-PROMILLE-ENTRY
                   PERFORM WRITE-PRICE-LEVEL-LINE
                   MOVE "SALE" TO JOURNAL-ENTRY-TYPE
                   MOVE SCREEN-PRODUCT-ORDER TO JOURNAL-ENTRY-ORDER
                   MOVE sale-cost TO JOURNAL-ENTRY-COST
                   MOVE FUNCTION TRIM(SCREEN-USERNAME)
                       TO LAST-SALE-USERNAME
                   MOVE SCREEN-ROOM-ID TO LAST-SALE-ROOM-ID
                   MOVE PLV-ADJUST TO LAST-SALE-LEVEL-ADJ
                   PERFORM CAPTURE-LAST-SALE-TIME
                   PERFORM WRITE-SALE-METRICS
                   PERFORM CONSUME-PUNCHES-FOR-CART
                   INTO log-message WITH POINTER log-pos
               END-STRING
               PERFORM LOG-WARN
               IF api-response-status = 401
      *            The server refused this kiosk's API credentials.
      *            Nothing was queued, so nothing may be journalled
      *            or charged against the shadow balance either.
                   MOVE "Order NOT placed" TO RESULT-TITLE
                   MOVE "The server refused this kiosk's credentials."
                       TO RESULT-LINE1
                   MOVE "Nothing was charged." TO RESULT-LINE2
                   MOVE "Please call an admin." TO RESULT-LINE3
               ELSE IF api-response-status NOT = 0
      *            Transport failure: the API layer queued the sale
      *            for replay. Keep the kiosk useful - journal it,
      *            move the shadow balance, and tell the member it
                   MOVE FUNCTION TRIM(sale-message) TO RESULT-LINE2
                   MOVE "Please try again." TO RESULT-LINE3
               END-IF
               END-IF
           END-IF

           PERFORM SHOW-ORDER-RESULT
           END-IF
           .

      * WRITE-PROMILLE-ENTRY - The backend's promille estimate for
      * the member after this sale, with the sale key that ties it
      * to the journal's SALE line. The welfare report reads it for
      * the weekly trend; nothing at the kiosk ever shows it again.
       WRITE-PROMILLE-ENTRY.
           IF FUNCTION TRIM(sale-promille) = SPACES
               OR FUNCTION TRIM(sale-promille) = "null"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROMILLE-LOG-FILE
           IF PROMILLE-LOG-STATUS = "35"
               OPEN OUTPUT PROMILLE-LOG-FILE
           END-IF
           IF PROMILLE-LOG-STATUS NOT = "00"
               MOVE "Could not open promille.log" TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROMILLE-LOG-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(sale-promille) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(JOURNAL-SALE-KEY) DELIMITED BY SIZE
               INTO PROMILLE-LOG-LINE
           END-STRING
           WRITE PROMILLE-LOG-LINE
           CLOSE PROMILLE-LOG-FILE
           .

      * WRITE-SALE-METRICS - One measurement line per posted sale.
      * A session that crossed midnight measures as zero rather
      * than negative - not worth more machinery for one sale a
           PERFORM LOG-INFO
           .

      * WASTE-ORDER - Record waste at the bar: stock down now, the
      * loss valued at cost onto shrinkage.log.
       WASTE-ORDER.
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF SHIFT-ACTIVE = 0
               MOVE "Waste not recorded" TO RESULT-TITLE
               MOVE "Only the operator on shift can record waste."
                   TO RESULT-LINE1
               MOVE "Sign a shift on first." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WST-PROD
           MOVE SPACES TO WST-QTY-TEXT
           MOVE SPACES TO WST-REASON-TEXT
           UNSTRING WST-ARGS DELIMITED BY ":"
               INTO WST-PROD
                    WST-QTY-TEXT
                    WST-REASON-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WST-REASON-TEXT))
               TO WST-REASON-WORD
           MOVE SPACES TO WST-CODE
           EVALUATE WST-REASON-WORD(1:3)
               WHEN "BRO"
                   MOVE "X" TO WST-CODE
                   MOVE "broken" TO WST-REASON-WORD
               WHEN "SPI"
                   MOVE "S" TO WST-CODE
                   MOVE "spilled" TO WST-REASON-WORD
               WHEN "SPO"
                   MOVE "P" TO WST-CODE
                   MOVE "spoiled" TO WST-REASON-WORD
               WHEN "RET"
                   MOVE "R" TO WST-CODE
                   MOVE "returned" TO WST-REASON-WORD
           END-EVALUATE
           IF FUNCTION TRIM(WST-PROD) = SPACES
               OR FUNCTION TRIM(WST-QTY-TEXT) = SPACES
               OR FUNCTION TRIM(WST-QTY-TEXT) NOT NUMERIC
               OR WST-CODE = SPACES
               MOVE "Waste not recorded" TO RESULT-TITLE
               MOVE "Enter WASTE:<product>:<qty>:<reason>."
                   TO RESULT-LINE1
               MOVE "Reason: broken, spilled, spoiled or returned."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WST-QTY-TEXT) TO WST-QTY
           IF WST-QTY = 0
               MOVE "Waste not recorded" TO RESULT-TITLE
               MOVE "Quantity must be at least 1." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Stock off now - through the recipe for a mixed drink, else
      *    the product itself when it is tracked.
           MOVE "-" TO WST-BEFORE-TEXT
           MOVE "-" TO WST-AFTER-TEXT
           MOVE FUNCTION TRIM(WST-PROD) TO STOCK-LOOKUP-ID
           MOVE WST-QTY TO STOCK-TOKEN-QTY
           MOVE -1 TO RCP-SIGN
           PERFORM DRAW-RECIPE-COMPONENTS
           IF RCP-HIT-COUNT = 0
               PERFORM FIND-STOCK-ENTRY
               IF STOCK-FOUND-IDX NOT = 0
                   MOVE STOCK-QTY(STOCK-FOUND-IDX) TO STOCK-QTY-DISP
                   MOVE FUNCTION TRIM(STOCK-QTY-DISP)
                       TO WST-BEFORE-TEXT
                   SUBTRACT WST-QTY FROM STOCK-QTY(STOCK-FOUND-IDX)
                   MOVE STOCK-QTY(STOCK-FOUND-IDX) TO STOCK-QTY-DISP
                   MOVE FUNCTION TRIM(STOCK-QTY-DISP)
                       TO WST-AFTER-TEXT
                   COMPUTE RMS-DELTA = 0 - WST-QTY
                   PERFORM ADJUST-ROOM-STOCK
               END-IF
           END-IF
           IF STOCK-COUNT > 0
               PERFORM SAVE-STOCK-FILE
           END-IF
           IF SOPEN-CHANGED = 1
               PERFORM SAVE-STOCK-OPEN-FILE
           END-IF
           IF RMS-CHANGED = 1
               PERFORM SAVE-ROOM-STOCK-FILE
           END-IF

           MOVE FUNCTION TRIM(WST-PROD) TO CPRICE-PROD-INPUT
           PERFORM FIND-COST-ENTRY
           MOVE 0 TO WST-UNIT-COST
           IF CPRICE-FOUND-IDX NOT = 0
               MOVE CPRICE-VAL(CPRICE-FOUND-IDX) TO WST-UNIT-COST
           END-IF
           COMPUTE WST-VALUE = WST-UNIT-COST * WST-QTY
           MOVE WST-VALUE TO WST-VALUE-DISP
           COMPUTE KEG-WASTAGE = 0 - WST-QTY
           MOVE KEG-WASTAGE TO STOCK-QTY-DISP

           MOVE "shrinkage" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND SHRINK-FILE
           IF SHRINK-STATUS = "35"
               OPEN OUTPUT SHRINK-FILE
           END-IF
           MOVE SPACES TO SHRINK-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(WST-PROD) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(WST-BEFORE-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(WST-AFTER-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-QTY-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               WST-CODE DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(WST-VALUE-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
               INTO SHRINK-LINE
           END-STRING
           WRITE SHRINK-LINE
           CLOSE SHRINK-FILE
           PERFORM RELEASE-FILE-LOCK

           MOVE "Waste recorded" TO RESULT-TITLE
           MOVE WST-QTY TO KEG-NUM-DISP
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WST-PROD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WST-REASON-WORD) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE SPACES TO RESULT-LINE2
           IF WST-UNIT-COST = 0
               MOVE "No cost price on file - logged unvalued."
                   TO RESULT-LINE2
           ELSE
               MOVE WST-VALUE TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               STRING "Value at cost: " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           END-IF
           IF WST-BEFORE-TEXT NOT = "-"
               MOVE SPACES TO RESULT-LINE3
               STRING "Stock now " DELIMITED BY SIZE
                   FUNCTION TRIM(WST-AFTER-TEXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE3
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Waste " DELIMITED BY SIZE
               FUNCTION TRIM(WST-REASON-WORD) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WST-PROD) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * LIST-OPEN-CLOCKINS - Who is still clocked in right now: the
      * last event per operator decides. Feeds the shift-close
      * warning.
       LIST-OPEN-CLOCKINS.
           MOVE 0 TO TCK-OPEN-COUNT
           MOVE SPACES TO TCK-OPEN-LIST
           MOVE 0 TO TCK-SEEN-COUNT
           MOVE SPACES TO TCK-SEEN
           MOVE 0 TO TIMECLOCK-EOF

           OPEN INPUT TIMECLOCK-FILE
                               INTO GRP-USER(GRP-COUNT)
                                    GRP-NAME(GRP-COUNT)
                                    GRP-CATS(GRP-COUNT)
                                    GRP-LEVEL(GRP-COUNT)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               GRP-CATS(GRP-COUNT))
                               TO GRP-CATS(GRP-COUNT)
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               GRP-LEVEL(GRP-COUNT)))
                               TO GRP-LEVEL(GRP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *    A group pre-order being handed over bills the group it
      *    was ordered for, whichever group the collector is in.
           IF PRE-GROUP-IDX NOT = 0
               MOVE PRE-GROUP-IDX TO GRP-FOUND-IDX
           END-IF
           IF GRP-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO GRP-CAT-HIT
           IF FUNCTION TRIM(GRP-CATS(GRP-FOUND-IDX)) = "*"
               OR PRE-GROUP-IDX NOT = 0
               MOVE 1 TO GRP-CAT-HIT
           ELSE
               MOVE FUNCTION TRIM(CART-PRICE-ID) TO PCAT-LOOKUP-ID
               EXIT PARAGRAPH
           END-IF

      *    Credited at the price the member paid for it - their
      *    price level as applied to this sale (PLV-CURRENT).
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-ALL-COUNT
               IF FUNCTION TRIM(INV-ALL-ID(INV-IDX)) =
                       FUNCTION TRIM(CART-PRICE-ID)
                   MOVE FUNCTION NUMVAL(INV-ALL-PRICE(INV-IDX))
                       TO PLV-LIST-EACH
                   PERFORM LEVEL-PRICE-OF-ITEM
                   COMPUTE GRP-BILLED = GRP-BILLED
                       + PLV-LEVEL-EACH * CART-PRICE-QTY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           MOVE 0 TO RET-POSTED

           IF FUNCTION TRIM(RET-ARGS) = SPACES
               MOVE "Return failed" TO RESULT-TITLE
           END-IF

      *    Price the returned tokens from the loaded inventory by
      *    borrowing the cart pricer on a scratch cart, at the
      *    price level the sale was made at.
           PERFORM LOAD-RETURN-TOKENS-TO-CART
           MOVE RET-JNL-LEVEL TO PLV-FORCED
           PERFORM PRICE-CART-FROM-INVENTORY
           MOVE SPACES TO PLV-FORCED
           IF CART-PRICED-OK = 0 OR CART-TOTAL-NUM <= 0
               PERFORM CLEAR-CART
               MOVE "Return failed" TO RESULT-TITLE
                   MOVE FUNCTION TRIM(ADMIN-OPERATOR)
                       TO JOURNAL-OPER-FIELD
               END-IF
               MOVE RET-CASE-TAG TO JOURNAL-TENDER-FIELD
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "-" TO JOURNAL-TENDER-FIELD
               MOVE RET-SAVED-OPER TO JOURNAL-OPER-FIELD
               MOVE 1 TO RET-POSTED
               MOVE deposit-member-balance TO SHADOW-PROV-BAL
               PERFORM UPDATE-SHADOW-BALANCE

           .

      * FIND-SALE-BY-KEY - Scan the live journal for the SALE line
      * carrying RET-SALE-KEY (field 11), stopping there so RET-JNL-*
      * still describe it. The LEVEL line written ahead of it gives
      * RET-JNL-LEVEL.
       FIND-SALE-BY-KEY.
           MOVE 0 TO RET-FOUND
           MOVE 0 TO RET-JNL-EOF
           MOVE "MEMBER" TO RET-JNL-LEVEL
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RET-JNL-EOF = 1 OR RET-FOUND = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO RET-JNL-EOF
                    RET-JNL-BKND
                    RET-JNL-KEY
           END-UNSTRING
           IF FUNCTION TRIM(RET-JNL-KEY) = FUNCTION TRIM(RET-SALE-KEY)
               AND FUNCTION TRIM(RET-JNL-TYPE) = "LEVEL"
               MOVE RET-JNL-ORDER(7:12) TO RET-JNL-LEVEL
           END-IF
           IF FUNCTION TRIM(RET-JNL-KEY) = FUNCTION TRIM(RET-SALE-KEY)
               AND (FUNCTION TRIM(RET-JNL-TYPE) = "SALE"
                    OR FUNCTION TRIM(RET-JNL-TYPE) = "GUEST")
      * DECREMENT-STOCK-FOR-CART for the scratch cart holding the
      * returned tokens.
       RESTOCK-RETURNED-CART.
           MOVE -1 TO KEG-SIGN
           PERFORM POUR-KEGS-FOR-CART
           IF STOCK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
                   MOVE FUNCTION NUMVAL(STOCK-QTY-TEXT)
                       TO STOCK-TOKEN-QTY
               END-IF
               MOVE 1 TO RCP-SIGN
               PERFORM DRAW-RECIPE-COMPONENTS
               IF RCP-HIT-COUNT = 0
                   PERFORM FIND-STOCK-ENTRY
                   IF STOCK-FOUND-IDX NOT = 0
                       ADD STOCK-TOKEN-QTY
                           TO STOCK-QTY(STOCK-FOUND-IDX)
                       MOVE STOCK-TOKEN-QTY TO RMS-DELTA
                       PERFORM ADJUST-ROOM-STOCK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-STOCK-FILE
           IF SOPEN-CHANGED = 1
               PERFORM SAVE-STOCK-OPEN-FILE
           END-IF
           IF RMS-CHANGED = 1
               PERFORM SAVE-ROOM-STOCK-FILE
           END-IF
           .

      * LOAD-DISPUTES / SAVE-DISPUTES - disputes.txt, rewritten in
      * full on change.
       LOAD-DISPUTES.
           MOVE 0 TO DSP-COUNT
           MOVE SPACES TO DSP-ENTRIES
           MOVE 0 TO DISPUTES-EOF

           OPEN INPUT DISPUTES-FILE
           IF DISPUTES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISPUTES-EOF = 1
               READ DISPUTES-FILE
                   AT END
                       MOVE 1 TO DISPUTES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DISPUTES-LINE) NOT = SPACES
                           AND DSP-COUNT < 200
                           ADD 1 TO DSP-COUNT
                           UNSTRING DISPUTES-LINE DELIMITED BY X"09"
                               INTO DSP-CASE(DSP-COUNT)
                                    DSP-OPENED(DSP-COUNT)
                                    DSP-MEMBER(DSP-COUNT)
                                    DSP-KEYS(DSP-COUNT)
                                    DSP-CLAIM(DSP-COUNT)
                                    DSP-OPENED-BY(DSP-COUNT)
                                    DSP-STATUS(DSP-COUNT)
                                    DSP-RESOLUTION(DSP-COUNT)
                                    DSP-CLOSED(DSP-COUNT)
                                    DSP-REFUND(DSP-COUNT)
                                    DSP-BASIS(DSP-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTES-FILE
           .

       SAVE-DISPUTES.
           MOVE DISPUTES-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO DISPUTES-PATH
           OPEN OUTPUT DISPUTES-FILE
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DSP-COUNT
               MOVE SPACES TO DISPUTES-LINE
               STRING
                   FUNCTION TRIM(DSP-CASE(DSP-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-OPENED(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-MEMBER(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-KEYS(DSP-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-CLAIM(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-OPENED-BY(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-STATUS(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-RESOLUTION(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-CLOSED(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-REFUND(DSP-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-BASIS(DSP-IDX))
                       DELIMITED BY SIZE
                   INTO DISPUTES-LINE
               END-STRING
               WRITE DISPUTES-LINE
           END-PERFORM
           CLOSE DISPUTES-FILE
           MOVE ATOMIC-REAL-PATH TO DISPUTES-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           .

      * ADMIN-DISPUTES - List the open cases, then open a new case
      * (blank case number) or move an existing one on: I marks it
      * under investigation, R refunds one of its sale keys through
      * RETURN-ORDER, X rejects it. The register is re-read first so
      * a second kiosk's changes are not overwritten.
       ADMIN-DISPUTES.
           PERFORM LOAD-DISPUTES
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE 0 TO DSP-LINE-IDX
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DSP-COUNT OR DSP-LINE-IDX >= 5
               IF DSP-STATUS(DSP-IDX) = "OPEN"
                   OR DSP-STATUS(DSP-IDX) = "INVESTIGATING"
                   ADD 1 TO DSP-LINE-IDX
                   PERFORM FORMAT-DISPUTE-LINE
                   EVALUATE DSP-LINE-IDX
                       WHEN 1
                           MOVE DSP-LINE-TEXT TO RESULT-LINE1
                       WHEN 2
                           MOVE DSP-LINE-TEXT TO RESULT-LINE2
                       WHEN 3
                           MOVE DSP-LINE-TEXT TO RESULT-LINE3
                       WHEN 4
                           MOVE DSP-LINE-TEXT TO RESULT-LINE4
                       WHEN 5
                           MOVE DSP-LINE-TEXT TO RESULT-LINE5
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF DSP-LINE-IDX = 0
               MOVE "  (no open dispute cases)" TO RESULT-LINE1
           END-IF

           MOVE SPACES TO DSP-CASE-INPUT
           MOVE SPACES TO DSP-ACTION-INPUT
           MOVE SPACES TO DSP-MEMBER-INPUT
           MOVE SPACES TO DSP-KEYS-INPUT
           MOVE SPACES TO DSP-TEXT-INPUT
           MOVE SPACES TO DSP-BASIS-INPUT
           DISPLAY ADMIN-DISPUTE-SCREEN
           ACCEPT ADMIN-DISPUTE-SCREEN
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(DSP-CASE-INPUT) = SPACES
               IF FUNCTION TRIM(DSP-MEMBER-INPUT) = SPACES
                   AND FUNCTION TRIM(DSP-KEYS-INPUT) = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM DISPUTE-OPEN-CASE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DSP-FOUND-IDX
           IF FUNCTION TRIM(DSP-CASE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(DSP-CASE-INPUT) TO DSP-CASE-NUM
               PERFORM VARYING DSP-IDX FROM 1 BY 1
                       UNTIL DSP-IDX > DSP-COUNT
                   IF DSP-CASE(DSP-IDX) = DSP-CASE-NUM
                       MOVE DSP-IDX TO DSP-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF DSP-FOUND-IDX = 0
               MOVE "Dispute not updated" TO RESULT-TITLE
               MOVE "No dispute case with that number."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF DSP-STATUS(DSP-FOUND-IDX) = "REJECTED"
               MOVE "Dispute not updated" TO RESULT-TITLE
               MOVE "That case was rejected and is closed."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(DSP-ACTION-INPUT)
               WHEN "I"
                   PERFORM DISPUTE-INVESTIGATE
               WHEN "R"
                   PERFORM DISPUTE-REFUND
               WHEN "X"
                   PERFORM DISPUTE-REJECT
               WHEN OTHER
                   MOVE "Dispute not updated" TO RESULT-TITLE
                   MOVE "Action must be I, R or X." TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
           END-EVALUATE
           .

      * FORMAT-DISPUTE-LINE - One listing row for case DSP-IDX:
      * number, age in days, member, status and the claim.
       FORMAT-DISPUTE-LINE.
           MOVE 0 TO DSP-AGE
           IF DSP-OPENED(DSP-IDX)(1:8) IS NUMERIC
               COMPUTE DSP-AGE =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DSP-OPENED(DSP-IDX)(1:8)))
           END-IF
           MOVE DSP-AGE TO DSP-AGE-DISP
           MOVE FUNCTION NUMVAL(DSP-CASE(DSP-IDX)) TO DSP-CASE-DISP
           MOVE SPACES TO DSP-LINE-TEXT
           STRING "#" DELIMITED BY SIZE
               FUNCTION TRIM(DSP-CASE-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-AGE-DISP) DELIMITED BY SIZE
               "d " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-MEMBER(DSP-IDX)) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(DSP-STATUS(DSP-IDX)) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-CLAIM(DSP-IDX)) DELIMITED BY SIZE
               INTO DSP-LINE-TEXT
           END-STRING
           .

      * DISPUTE-OPEN-CASE - Every disputed sale key must be a SALE
      * line of that member in the local journal, so the case points
      * at real journal lines a refund can later return.
       DISPUTE-OPEN-CASE.
           IF FUNCTION TRIM(DSP-MEMBER-INPUT) = SPACES
               OR FUNCTION TRIM(DSP-KEYS-INPUT) = SPACES
               OR FUNCTION TRIM(DSP-TEXT-INPUT) = SPACES
               MOVE "Dispute not opened" TO RESULT-TITLE
               MOVE "A new case needs the member, the disputed sale "
                   TO RESULT-LINE1
               MOVE "key(s) and the member's claim." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF DSP-COUNT >= 200
               MOVE "Dispute not opened" TO RESULT-TITLE
               MOVE "The dispute register is full (200 cases)."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(DSP-KEYS-INPUT) TO DSP-KEYS-INPUT
           MOVE SPACES TO DSP-KEY-BAD
           MOVE 0 TO DSP-KEY-COUNT
           MOVE 1 TO DSP-KEY-POS
           PERFORM UNTIL DSP-KEY-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(DSP-KEYS-INPUT))
                   OR FUNCTION TRIM(DSP-KEY-BAD) NOT = SPACES
               MOVE SPACES TO DSP-KEY-TEXT
               UNSTRING DSP-KEYS-INPUT DELIMITED BY ALL SPACE
                   INTO DSP-KEY-TEXT
                   WITH POINTER DSP-KEY-POS
               END-UNSTRING
               IF FUNCTION TRIM(DSP-KEY-TEXT) NOT = SPACES
                   ADD 1 TO DSP-KEY-COUNT
                   MOVE DSP-KEY-TEXT TO RET-SALE-KEY
                   PERFORM FIND-SALE-BY-KEY
                   IF RET-FOUND = 0
                       OR FUNCTION TRIM(RET-JNL-USER) NOT =
                           FUNCTION TRIM(DSP-MEMBER-INPUT)
                       MOVE DSP-KEY-TEXT TO DSP-KEY-BAD
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(DSP-KEY-BAD) NOT = SPACES
               MOVE "Dispute not opened" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Sale key " DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-KEY-BAD) DELIMITED BY SIZE
                   " is not a sale of " DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-MEMBER-INPUT) DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "in the local journal." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DSP-NEXT-CASE
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DSP-COUNT
               IF FUNCTION NUMVAL(DSP-CASE(DSP-IDX)) > DSP-NEXT-CASE
                   MOVE FUNCTION NUMVAL(DSP-CASE(DSP-IDX))
                       TO DSP-NEXT-CASE
               END-IF
           END-PERFORM
           ADD 1 TO DSP-NEXT-CASE

           ADD 1 TO DSP-COUNT
           MOVE DSP-NEXT-CASE TO DSP-CASE(DSP-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:15) TO DSP-OPENED(DSP-COUNT)
           MOVE FUNCTION TRIM(DSP-MEMBER-INPUT)
               TO DSP-MEMBER(DSP-COUNT)
           MOVE FUNCTION TRIM(DSP-KEYS-INPUT) TO DSP-KEYS(DSP-COUNT)
           MOVE FUNCTION TRIM(DSP-TEXT-INPUT) TO DSP-CLAIM(DSP-COUNT)
           IF FUNCTION TRIM(ADMIN-OPERATOR) = SPACES
               MOVE FUNCTION TRIM(ADMIN-PIN)
                   TO DSP-OPENED-BY(DSP-COUNT)
           ELSE
               MOVE FUNCTION TRIM(ADMIN-OPERATOR)
                   TO DSP-OPENED-BY(DSP-COUNT)
           END-IF
           MOVE "OPEN" TO DSP-STATUS(DSP-COUNT)
           MOVE "-" TO DSP-RESOLUTION(DSP-COUNT)
           MOVE "-" TO DSP-CLOSED(DSP-COUNT)
           MOVE "0" TO DSP-REFUND(DSP-COUNT)
           MOVE "-" TO DSP-BASIS(DSP-COUNT)
           PERFORM SAVE-DISPUTES

           MOVE DSP-NEXT-CASE TO DSP-CASE-DISP
           MOVE "Dispute case opened" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Case #" DELIMITED BY SIZE
               FUNCTION TRIM(DSP-CASE-DISP) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-MEMBER-INPUT) DELIMITED BY SIZE
               " is on the open-cases list." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Dispute case " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-CASE-DISP) DELIMITED BY SIZE
               " opened for " DELIMITED BY SIZE
               FUNCTION TRIM(DSP-MEMBER-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

       DISPUTE-INVESTIGATE.
           IF DSP-STATUS(DSP-FOUND-IDX) NOT = "OPEN"
               MOVE "Dispute not updated" TO RESULT-TITLE
               MOVE "Only an OPEN case can go under investigation."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "INVESTIGATING" TO DSP-STATUS(DSP-FOUND-IDX)
           IF FUNCTION TRIM(DSP-TEXT-INPUT) NOT = SPACES
               MOVE FUNCTION TRIM(DSP-TEXT-INPUT)
                   TO DSP-RESOLUTION(DSP-FOUND-IDX)
           END-IF
           PERFORM SAVE-DISPUTES

           MOVE "Dispute under investigation" TO RESULT-TITLE
           PERFORM SHOW-ORDER-RESULT
           MOVE "Dispute case marked investigating" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           .

       DISPUTE-REJECT.
           IF FUNCTION TRIM(DSP-TEXT-INPUT) = SPACES
               MOVE "Dispute not updated" TO RESULT-TITLE
               MOVE "Say why in the note - the member will ask."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF DSP-STATUS(DSP-FOUND-IDX) = "REFUNDED"
               MOVE "Dispute not updated" TO RESULT-TITLE
               MOVE "That case was already refunded." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "REJECTED" TO DSP-STATUS(DSP-FOUND-IDX)
           MOVE FUNCTION TRIM(DSP-TEXT-INPUT)
               TO DSP-RESOLUTION(DSP-FOUND-IDX)
           MOVE FUNCTION CURRENT-DATE(1:15)
               TO DSP-CLOSED(DSP-FOUND-IDX)
           PERFORM SAVE-DISPUTES

           MOVE "Dispute rejected" TO RESULT-TITLE
           MOVE "The case is closed with no refund." TO RESULT-LINE1
           PERFORM SHOW-ORDER-RESULT
           MOVE "Dispute case rejected" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           .

      * DISPUTE-REFUND - Refund one of the case's sale keys (the
      * one typed, else the first) as a product return. Only a
      * return that actually posted closes the case; a second key
      * can be refunded later and adds to the case's refund total.
       DISPUTE-REFUND.
           EVALUATE FUNCTION UPPER-CASE(DSP-BASIS-INPUT)
               WHEN "G"
                   MOVE "GOODWILL" TO DSP-REF-BASIS
               WHEN "E"
                   MOVE "ERROR" TO DSP-REF-BASIS
               WHEN OTHER
                   MOVE "Dispute not refunded" TO RESULT-TITLE
                   MOVE "Give the refund basis: G (goodwill) or E "
                       TO RESULT-LINE1
                   MOVE "(the sale was wrong)." TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO DSP-KEY-TEXT
           IF FUNCTION TRIM(DSP-KEYS-INPUT) = SPACES
               UNSTRING DSP-KEYS(DSP-FOUND-IDX) DELIMITED BY SPACE
                   INTO DSP-KEY-TEXT
               END-UNSTRING
           ELSE
               MOVE FUNCTION TRIM(DSP-KEYS-INPUT) TO DSP-KEY-TEXT
               MOVE 0 TO DSP-KEY-HITS
               INSPECT DSP-KEYS(DSP-FOUND-IDX) TALLYING DSP-KEY-HITS
                   FOR ALL FUNCTION TRIM(DSP-KEY-TEXT)
               IF DSP-KEY-HITS = 0
                   MOVE "Dispute not refunded" TO RESULT-TITLE
                   MOVE "That sale key is not part of the case."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE DSP-CASE(DSP-FOUND-IDX) TO DSP-CASE-NUM
           MOVE SPACES TO RET-CASE-TAG
           STRING "CASE:" DELIMITED BY SIZE
               DSP-CASE-NUM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(DSP-REF-BASIS) DELIMITED BY SIZE
               INTO RET-CASE-TAG
           END-STRING
           MOVE DSP-KEY-TEXT TO RET-ARGS
           PERFORM RETURN-ORDER
           MOVE "-" TO RET-CASE-TAG
           IF RET-POSTED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DSP-REFUND-NUM
           IF FUNCTION TRIM(DSP-REFUND(DSP-FOUND-IDX)) NOT = SPACES
               AND FUNCTION TRIM(DSP-REFUND(DSP-FOUND-IDX)) NOT = "-"
               MOVE FUNCTION NUMVAL(DSP-REFUND(DSP-FOUND-IDX))
                   TO DSP-REFUND-NUM
           END-IF
           ADD RET-AMOUNT TO DSP-REFUND-NUM
           MOVE DSP-REFUND-NUM TO DSP-REFUND-DISP
           MOVE FUNCTION TRIM(DSP-REFUND-DISP)
               TO DSP-REFUND(DSP-FOUND-IDX)
           MOVE "REFUNDED" TO DSP-STATUS(DSP-FOUND-IDX)
           MOVE DSP-REF-BASIS TO DSP-BASIS(DSP-FOUND-IDX)
           IF FUNCTION TRIM(DSP-TEXT-INPUT) NOT = SPACES
               MOVE FUNCTION TRIM(DSP-TEXT-INPUT)
                   TO DSP-RESOLUTION(DSP-FOUND-IDX)
           ELSE
               MOVE SPACES TO DSP-RESOLUTION(DSP-FOUND-IDX)
               STRING "Refunded sale " DELIMITED BY SIZE
                   FUNCTION TRIM(DSP-KEY-TEXT) DELIMITED BY SIZE
                   INTO DSP-RESOLUTION(DSP-FOUND-IDX)
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:15)
               TO DSP-CLOSED(DSP-FOUND-IDX)
           PERFORM SAVE-DISPUTES

           MOVE SPACES TO AUDIT-ACTION
           STRING "Dispute case refunded (" DELIMITED BY SIZE
               FUNCTION TRIM(DSP-REF-BASIS) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

       LOAD-MEMBER-LIMITS.
           MOVE 0 TO ML-COUNT
           MOVE SPACES TO ML-ENTRIES
           MOVE 0 TO LIMITS-EOF

           OPEN INPUT LIMITS-FILE
           IF LIMITS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIMITS-EOF = 1
               READ LIMITS-FILE
                   AT END
                       MOVE 1 TO LIMITS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LIMITS-LINE) NOT = SPACES
                           AND LIMITS-LINE(1:1) NOT = "#"
                           AND ML-COUNT < 100
                           ADD 1 TO ML-COUNT
                           MOVE SPACES TO ML-MAX-TEXT
                           UNSTRING LIMITS-LINE DELIMITED BY X"09"
                               INTO ML-USER(ML-COUNT)
                                    ML-KIND(ML-COUNT)
                                    ML-MAX-TEXT
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               ML-KIND(ML-COUNT)) TO ML-KIND(ML-COUNT)
                           MOVE 0 TO ML-MAX(ML-COUNT)
                           IF FUNCTION TRIM(ML-MAX-TEXT) NOT = SPACES
                               MOVE FUNCTION NUMVAL(ML-MAX-TEXT)
                                   TO ML-MAX(ML-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITS-FILE
           .

      * CHECK-MEMBER-LIMITS-CART - Enforce the signed-in member's
      * self-exclusion or daily cap on restricted units, counting
      * what they already bought today before adding this cart.
       CHECK-MEMBER-LIMITS-CART.
           MOVE 0 TO ML-BLOCKED
           IF ML-COUNT = 0 OR AGE-RESTRICT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ML-FOUND-IDX
           PERFORM VARYING ML-IDX FROM 1 BY 1 UNTIL ML-IDX > ML-COUNT
               IF FUNCTION TRIM(ML-USER(ML-IDX)) =
                       FUNCTION TRIM(SCREEN-USERNAME)
                   MOVE ML-IDX TO ML-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ML-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

      *    Restricted units in this cart, matched the same way the
      *    age gate matches (id, or name resolved from inventory).
           MOVE 0 TO ML-CART-UNITS
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO ML-TOKEN-TEXT
               MOVE FUNCTION TRIM(CART-TOKEN(CART-IDX))
                   TO ML-TOKEN-TEXT
               PERFORM COUNT-RESTRICTED-TOKEN
           END-PERFORM
           IF ML-CART-UNITS = 0
               EXIT PARAGRAPH
           END-IF

           IF ML-KIND(ML-FOUND-IDX) = "EXCLUDE"
               MOVE 1 TO ML-BLOCKED
               MOVE "This member has asked to be excluded from "
                   TO AFFORD-MSG1
               MOVE "restricted products. The order was not placed."
                   TO AFFORD-MSG2
               MOVE "Checkout blocked - self-exclusion list"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           IF ML-KIND(ML-FOUND-IDX) NOT = "LIMIT"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-TODAY-RESTRICTED-UNITS
           IF ML-TODAY-UNITS + ML-CART-UNITS > ML-MAX(ML-FOUND-IDX)
               MOVE 1 TO ML-BLOCKED
               MOVE ML-TODAY-UNITS TO ML-DISP
               MOVE SPACES TO AFFORD-MSG1
               STRING "Daily limit reached: " DELIMITED BY SIZE
                   FUNCTION TRIM(ML-DISP) DELIMITED BY SIZE
                   " restricted unit(s) already bought today."
                       DELIMITED BY SIZE
                   INTO AFFORD-MSG1
               END-STRING
               MOVE ML-MAX(ML-FOUND-IDX) TO ML-DISP
               MOVE SPACES TO AFFORD-MSG2
               STRING "The member's cap is " DELIMITED BY SIZE
                   FUNCTION TRIM(ML-DISP) DELIMITED BY SIZE
                   " per day." DELIMITED BY SIZE
                   INTO AFFORD-MSG2
               END-STRING
               MOVE "Checkout blocked - daily restricted-unit limit"
                   TO log-message
               PERFORM LOG-WARN
           END-IF
           .

                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
               PERFORM APPEND-PAYREF-TO-RESULT

               IF DRYRUN-MODE = 1
                   MOVE "[DRY RUN] No deposit was actually recorded."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLD-CHAIN-CART
           IF HACCP-BLOCKED = 1
               MOVE "Round not allowed right now" TO RESULT-TITLE
               MOVE HACCP-MSG1 TO RESULT-LINE1
               MOVE HACCP-MSG2 TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-BUYSTRING-FROM-CART

           MOVE SPACES TO log-message
      * inventory's prices (INV-ALL-ID/INV-ALL-PRICE). A token whose
      * id isn't in the inventory clears CART-PRICED-OK so callers
      * know the total is incomplete rather than silently low.
      * CART-TOTAL-NUM is at the buyer's price level (PLV-CURRENT),
      * CART-LIST-TOTAL at list price.
       PRICE-CART-FROM-INVENTORY.
           MOVE 0 TO CART-TOTAL-NUM
           MOVE 0 TO CART-LIST-TOTAL
           MOVE 1 TO CART-PRICED-OK
           PERFORM RESOLVE-PRICE-LEVEL
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO CART-PRICE-ID
               END-PERFORM

               IF CART-PRICE-FOUND = 1
                   MOVE CART-PRICE-EACH TO PLV-LIST-EACH
                   PERFORM LEVEL-PRICE-OF-ITEM
                   COMPUTE CART-LIST-TOTAL = CART-LIST-TOTAL
                       + CART-PRICE-EACH * CART-PRICE-QTY
                   COMPUTE CART-TOTAL-NUM = CART-TOTAL-NUM
                       + PLV-LEVEL-EACH * CART-PRICE-QTY
               ELSE
                   MOVE 0 TO CART-PRICED-OK
               END-IF
           END-PERFORM
           .

      * LOAD-PRICE-LEVELS - Read price-levels.txt into PLV-ENTRY.
      * Missing file means everyone pays list price.
       LOAD-PRICE-LEVELS.
           MOVE 0 TO PLV-COUNT
           MOVE SPACES TO PLV-ENTRIES
           MOVE 0 TO PRICE-LEVELS-EOF

           OPEN INPUT PRICE-LEVELS-FILE
           IF PRICE-LEVELS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-LEVELS-EOF = 1
               READ PRICE-LEVELS-FILE
                   AT END
                       MOVE 1 TO PRICE-LEVELS-EOF
                   NOT AT END
                       PERFORM PARSE-PRICE-LEVEL-LINE
               END-READ
           END-PERFORM
           CLOSE PRICE-LEVELS-FILE
           .

       PARSE-PRICE-LEVEL-LINE.
           IF FUNCTION TRIM(PRICE-LEVELS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PRICE-LEVELS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF PLV-COUNT >= 100
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PLV-F1
           MOVE SPACES TO PLV-F2
           MOVE SPACES TO PLV-F3
           UNSTRING PRICE-LEVELS-LINE DELIMITED BY X"09"
               INTO PLV-F1
                    PLV-F2
                    PLV-F3
           END-UNSTRING
           IF FUNCTION TRIM(PLV-F1) = SPACES
               OR FUNCTION TRIM(PLV-F2) = SPACES
               OR FUNCTION TRIM(PLV-F3) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PLV-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PLV-F1))
               TO PLV-LEVEL(PLV-COUNT)
           MOVE FUNCTION TRIM(PLV-F2) TO PLV-F2
           EVALUATE TRUE
               WHEN PLV-F2 = "*"
                   MOVE "*" TO PLV-TARGET(PLV-COUNT)
                   MOVE 3 TO PLV-RANK(PLV-COUNT)
               WHEN FUNCTION UPPER-CASE(PLV-F2(1:4)) = "CAT:"
                   MOVE SPACES TO PLV-TARGET(PLV-COUNT)
                   STRING "@" DELIMITED BY SIZE
                       FUNCTION UPPER-CASE(FUNCTION TRIM(
                           PLV-F2(5:26))) DELIMITED BY SIZE
                       INTO PLV-TARGET(PLV-COUNT)
                   END-STRING
                   MOVE 2 TO PLV-RANK(PLV-COUNT)
               WHEN OTHER
                   MOVE PLV-F2 TO PLV-TARGET(PLV-COUNT)
                   MOVE 1 TO PLV-RANK(PLV-COUNT)
           END-EVALUATE

           MOVE 0 TO PLV-PCT-HITS
           INSPECT PLV-F3 TALLYING PLV-PCT-HITS FOR ALL "%"
           IF PLV-PCT-HITS > 0
               MOVE "P" TO PLV-KIND(PLV-COUNT)
               INSPECT PLV-F3 REPLACING ALL "%" BY SPACE
           ELSE
               MOVE "A" TO PLV-KIND(PLV-COUNT)
           END-IF
           MOVE FUNCTION NUMVAL(PLV-F3) TO PLV-VALUE(PLV-COUNT)
           .

      * RESOLVE-PRICE-LEVEL - The level SCREEN-USERNAME buys at
      * into PLV-CURRENT: PLV-FORCED when a caller pinned one, the
      * guest level for the house account, the member-groups.txt
      * level otherwise, MEMBER (list price) by default.
       RESOLVE-PRICE-LEVEL.
           MOVE "MEMBER" TO PLV-CURRENT
           IF PLV-FORCED NOT = SPACES
               MOVE PLV-FORCED TO PLV-CURRENT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(HOUSE-ACCOUNT) NOT = SPACES
               AND FUNCTION TRIM(SCREEN-USERNAME) =
                   FUNCTION TRIM(HOUSE-ACCOUNT)
               MOVE GUEST-PRICE-LEVEL TO PLV-CURRENT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PLV-GRP-IDX FROM 1 BY 1
                   UNTIL PLV-GRP-IDX > GRP-COUNT
               IF FUNCTION TRIM(GRP-USER(PLV-GRP-IDX)) =
                       FUNCTION TRIM(SCREEN-USERNAME)
                   AND GRP-LEVEL(PLV-GRP-IDX) NOT = SPACES
                   MOVE GRP-LEVEL(PLV-GRP-IDX) TO PLV-CURRENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * LEVEL-PRICE-OF-ITEM - PLV-LIST-EACH (the list price of
      * CART-PRICE-ID) at level PLV-CURRENT into PLV-LEVEL-EACH.
       LEVEL-PRICE-OF-ITEM.
           MOVE PLV-LIST-EACH TO PLV-LEVEL-EACH
           IF PLV-COUNT = 0 OR PLV-CURRENT = "MEMBER"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(CART-PRICE-ID) TO PCAT-LOOKUP-ID
           PERFORM LOOKUP-PRODUCT-CATEGORY
           MOVE SPACES TO PLV-CAT-KEY
           STRING "@" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(PCAT-LOOKUP-NAME))
                   DELIMITED BY SIZE
               INTO PLV-CAT-KEY
           END-STRING

           MOVE 0 TO PLV-HIT-IDX
           MOVE 9 TO PLV-HIT-RANK
           PERFORM VARYING PLV-IDX FROM 1 BY 1
                   UNTIL PLV-IDX > PLV-COUNT
               IF PLV-LEVEL(PLV-IDX) = PLV-CURRENT
                   AND PLV-RANK(PLV-IDX) < PLV-HIT-RANK
                   IF (PLV-RANK(PLV-IDX) = 1
                       AND FUNCTION TRIM(PLV-TARGET(PLV-IDX)) =
                           FUNCTION TRIM(CART-PRICE-ID))
                       OR (PLV-RANK(PLV-IDX) = 2
                           AND PLV-TARGET(PLV-IDX) = PLV-CAT-KEY)
                       OR PLV-RANK(PLV-IDX) = 3
                       MOVE PLV-IDX TO PLV-HIT-IDX
                       MOVE PLV-RANK(PLV-IDX) TO PLV-HIT-RANK
                   END-IF
               END-IF
           END-PERFORM
           IF PLV-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF PLV-KIND(PLV-HIT-IDX) = "P"
               COMPUTE PLV-LEVEL-EACH ROUNDED =
                   PLV-LIST-EACH * PLV-VALUE(PLV-HIT-IDX) / 100
           ELSE
               MOVE PLV-VALUE(PLV-HIT-IDX) TO PLV-LEVEL-EACH
           END-IF
           .

      * APPLY-PRICE-LEVEL - Straight after a live sale at list
      * price: re-price the cart at the buyer's level and settle
      * the difference on member-id with one deposit (negative for
      * a dearer level, the late-fee way of charging), then move
      * sale-cost and sale-member-balance to what was really paid.
      * A failed deposit leaves the member on list price - logged,
      * and PLV-CURRENT drops back to MEMBER so the receipt and the
      * journal say so.
       APPLY-PRICE-LEVEL.
           MOVE 0 TO PLV-ADJUST
           PERFORM PRICE-CART-FROM-INVENTORY
           IF CART-COUNT = 0 OR CART-PRICED-OK = 0
               MOVE "MEMBER" TO PLV-CURRENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE PLV-ADJUST = CART-TOTAL-NUM - CART-LIST-TOTAL
           IF PLV-ADJUST = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE PLV-DISP = 0 - PLV-ADJUST
           MOVE SPACES TO api-request-data
           MOVE "xPOST_DEPOSIT" TO api-operation
           MOVE member-id TO api-member-id
           MOVE FUNCTION TRIM(PLV-DISP) TO api-order
           MOVE SCREEN-ROOM-ID TO api-room-id
           MOVE SCREEN-USERNAME TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0 OR deposit-status NOT = 200
               MOVE "Price level adjustment failed - list price "
                   & "charged" TO log-message
               PERFORM LOG-WARN
               MOVE 0 TO PLV-ADJUST
               MOVE "MEMBER" TO PLV-CURRENT
               EXIT PARAGRAPH
           END-IF
           ADD PLV-ADJUST TO sale-cost
           MOVE deposit-member-balance TO sale-member-balance
           .

      * WRITE-PRICE-LEVEL-LINE - The LEVEL journal line for a sale
      * about to be journaled; it shares the sale's key, which
      * WRITE-JOURNAL-ENTRY resets, so the key is put back for the
      * sale line. MEMBER sales get none.
       WRITE-PRICE-LEVEL-LINE.
           IF PLV-CURRENT = "MEMBER"
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-SALE-KEY TO PLV-SAVED-KEY
           MOVE "LEVEL" TO JOURNAL-ENTRY-TYPE
           MOVE SPACES TO JOURNAL-ENTRY-ORDER
           STRING "LEVEL:" DELIMITED BY SIZE
               FUNCTION TRIM(PLV-CURRENT) DELIMITED BY SIZE
               INTO JOURNAL-ENTRY-ORDER
           END-STRING
           MOVE PLV-ADJUST TO JOURNAL-ENTRY-COST
           MOVE 0 TO JOURNAL-ENTRY-BAL
           PERFORM SET-JOURNAL-BACKEND-FIELD
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE PLV-SAVED-KEY TO JOURNAL-SALE-KEY
           .

      * LOAD-PROMOS-FILE - Read promos.txt rules into PROMO-ENTRY.
      * Missing file means no offers are running - same "absent file
      * is not an error" idiom as barcodes.txt.
       LOAD-PROMOS-FILE.
           MOVE 0 TO PROMO-COUNT
           MOVE SPACES TO PROMO-ENTRIES
           MOVE 0 TO PROMOS-EOF

           OPEN INPUT PROMOS-FILE
           IF PROMOS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROMOS-EOF = 1
               READ PROMOS-FILE
                   AT END
                       MOVE 1 TO PROMOS-EOF
                   NOT AT END
                       PERFORM PARSE-PROMOS-LINE
               END-READ
           END-PERFORM
           CLOSE PROMOS-FILE
           .

       PARSE-PROMOS-LINE.
           IF FUNCTION TRIM(PROMOS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PROMOS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF PROMO-COUNT >= 50
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(PROMOS-LINE(1:6)) = "MULTI:"
               MOVE SPACES TO PROMO-F1
               MOVE SPACES TO PROMO-F2
               MOVE SPACES TO PROMO-F3
               UNSTRING PROMOS-LINE(7:58) DELIMITED BY ":"
                   INTO PROMO-F1
                        PROMO-F2
                        PROMO-F3
               END-UNSTRING
               IF FUNCTION TRIM(PROMO-F2) NOT = SPACES
                   AND FUNCTION TRIM(PROMO-F3) NOT = SPACES
                   ADD 1 TO PROMO-COUNT
                   MOVE "MULTI" TO PROMO-KIND(PROMO-COUNT)
                   MOVE FUNCTION TRIM(PROMO-F1)
                       TO PROMO-ID1(PROMO-COUNT)
                   MOVE SPACES TO PROMO-ID2(PROMO-COUNT)
                   MOVE FUNCTION NUMVAL(PROMO-F2)
                       TO PROMO-QTY(PROMO-COUNT)
                   MOVE FUNCTION NUMVAL(PROMO-F3)
                       TO PROMO-PAY(PROMO-COUNT)
               END-IF
           END-IF

           IF FUNCTION UPPER-CASE(PROMOS-LINE(1:6)) = "COMBO:"
               MOVE SPACES TO PROMO-F1
               MOVE SPACES TO PROMO-F2
               UNSTRING PROMOS-LINE(7:58) DELIMITED BY ":"
                   INTO PROMO-F1
                        PROMO-F2
               END-UNSTRING
               IF FUNCTION TRIM(PROMO-F2) NOT = SPACES
                   ADD 1 TO PROMO-COUNT
                   MOVE "COMBO" TO PROMO-KIND(PROMO-COUNT)
                   MOVE SPACES TO PROMO-F3
                   UNSTRING PROMO-F1 DELIMITED BY "+"
                       INTO PROMO-F3
                            PROMO-ID2(PROMO-COUNT)
                   END-UNSTRING
                   MOVE FUNCTION TRIM(PROMO-F3)
                       TO PROMO-ID1(PROMO-COUNT)
                   MOVE 1 TO PROMO-QTY(PROMO-COUNT)
                   MOVE FUNCTION NUMVAL(PROMO-F2)
                       TO PROMO-PAY(PROMO-COUNT)
               END-IF
           END-IF
           .

      * COUNT-CART-ID / PRICE-OF-ID - helpers for the promotion
      * arithmetic: total quantity of one product id in the cart,
      * and its unit price from the loaded inventory.
       COUNT-CART-ID.
           .

      * LOAD-MEMBER-PINS / SAVE-MEMBER-PINS - member-pins.txt is
      * "username<TAB>pin<TAB>set-date", rewritten in full on change
      * like stock.txt.
       LOAD-MEMBER-PINS.
           MOVE 0 TO MPIN-COUNT
           MOVE SPACES TO MPIN-ENTRIES
                               DELIMITED BY X"09"
                               INTO MPIN-USER(MPIN-COUNT)
                                    MPIN-PIN(MPIN-COUNT)
                                    MPIN-SET(MPIN-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           PERFORM VARYING MPIN-IDX FROM 1 BY 1
                   UNTIL MPIN-IDX > MPIN-COUNT
               MOVE SPACES TO MEMBER-PINS-LINE
               MOVE 1 TO MPIN-LINE-POS
               STRING
                   FUNCTION TRIM(MPIN-USER(MPIN-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(MPIN-PIN(MPIN-IDX)) DELIMITED BY SIZE
                   INTO MEMBER-PINS-LINE WITH POINTER MPIN-LINE-POS
               END-STRING
               IF MPIN-SET(MPIN-IDX) NOT = SPACES
                   STRING
                       X"09" DELIMITED BY SIZE
                       MPIN-SET(MPIN-IDX) DELIMITED BY SIZE
                       INTO MEMBER-PINS-LINE
                       WITH POINTER MPIN-LINE-POS
                   END-STRING
               END-IF
               WRITE MEMBER-PINS-LINE
           END-PERFORM
           CLOSE MEMBER-PINS-FILE
           PERFORM MAKE-FRESH-SALT
           PERFORM COMPUTE-SECRET-HASH
           MOVE HASH-TOKEN TO MPIN-PIN(MPIN-FOUND-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO MPIN-SET(MPIN-FOUND-IDX)
           PERFORM SAVE-MEMBER-PINS

           MOVE "Purchase PIN set" TO RESULT-TITLE
                           UNTIL INV-IDX > INV-ALL-COUNT
                       IF FUNCTION TRIM(INV-ALL-ID(INV-IDX)) =
                               FUNCTION TRIM(CART-PRICE-ID)
                           MOVE FUNCTION NUMVAL(INV-ALL-PRICE(INV-IDX))
                               TO PLV-LIST-EACH
                           PERFORM LEVEL-PRICE-OF-ITEM
                           COMPUTE VAT-ZERO-PORTION =
                               VAT-ZERO-PORTION +
                               PLV-LEVEL-EACH * CART-PRICE-QTY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLD-CHAIN-CART
           IF HACCP-BLOCKED = 1
               MOVE "Payment not allowed right now" TO RESULT-TITLE
               MOVE HACCP-MSG1 TO RESULT-LINE1
               MOVE HACCP-MSG2 TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF


           PERFORM PRICE-CART-FROM-INVENTORY
           IF CART-PRICED-OK = 0
      *        A dry run must leave no trace - journal and shadow
      *        writes stay inside the live branch, the same shape
      *        BUY-ORDER and DEPOSIT-ORDER use.
      *        The server refunds list price; a price-level
      *        deposit posted with the sale is taken back with it so
      *        the member is refunded what they actually paid.
               IF DRYRUN-MODE = 0 AND LAST-SALE-LEVEL-ADJ NOT = 0
                   PERFORM REVERSE-LAST-SALE-LEVEL
               END-IF
               IF DRYRUN-MODE = 0
                   MOVE "VOID" TO JOURNAL-ENTRY-TYPE
                   MOVE "VOID" TO JOURNAL-ENTRY-ORDER
           PERFORM SHOW-ORDER-RESULT
           .

      * REVERSE-LAST-SALE-LEVEL - Post LAST-SALE-LEVEL-ADJ back
      * against the voided sale's member; on success the refund and
      * balance the void reports include it.
       REVERSE-LAST-SALE-LEVEL.
           MOVE LAST-SALE-LEVEL-ADJ TO PLV-DISP
           MOVE SPACES TO api-request-data
           MOVE "xPOST_DEPOSIT" TO api-operation
           MOVE LAST-SALE-MEMBER-ID TO api-member-id
           MOVE FUNCTION TRIM(PLV-DISP) TO api-order
           MOVE LAST-SALE-ROOM-ID TO api-room-id
           MOVE SCREEN-USERNAME TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0 OR deposit-status NOT = 200
               MOVE "Price level reversal on void failed - member "
                   & "refunded list price" TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           ADD LAST-SALE-LEVEL-ADJ TO void-refund-amount
           MOVE deposit-member-balance TO void-member-balance
           MOVE 0 TO LAST-SALE-LEVEL-ADJ
           .

      * RESOLVE-MEMBER-ID - Look up SCREEN-USERNAME's member id via
      * xGET_MEMBER_ID, leaving it in member-id and MEMBER-ID-OK set
      * to 1 on success. Shared by BUY-ORDER and VIEW-PURCHASE-HISTORY
                   INTO log-message WITH POINTER log-pos
               END-STRING
               PERFORM LOG-WARN
      *        Backend unreachable - answer from the member master,
      *        then the shadow ledger, so the bar keeps running
      *        through the outage.
               MOVE SPACES TO mmast-request-data
               MOVE "READUSER" TO mmast-op
               MOVE FUNCTION TRIM(SCREEN-USERNAME) TO mmast-username
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
               IF mmast-rc = 0 AND mmast-found = 1
                   AND mmast-status NOT = "GONE"
                   MOVE mmast-member-id TO member-id
                   MOVE 1 TO MEMBER-ID-OK
                   MOVE "Member id resolved from member master"
                       TO log-message
                   PERFORM LOG-INFO
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-SHADOW-ENTRY
               IF SHADOW-FOUND-IDX NOT = 0
                   AND FUNCTION TRIM(

           WRITE JOURNAL-LINE
           CLOSE JOURNAL-FILE
      *    Second copy on the mirror device while the lock is still
      *    held, so its lines land in the same order as ours.
           PERFORM MIRROR-JOURNAL-LINE
           PERFORM RELEASE-FILE-LOCK
           PERFORM QUEUE-E-RECEIPT
           PERFORM NOTE-JOURNAL-TRAINING-STEP
      *    The key belongs to the one sale attempt that set it -
      *    reset so later non-sale lines don't inherit it.
           MOVE "-" TO JOURNAL-SALE-KEY
           END-IF
           .

      * MIRROR-JOURNAL-LINE - Hand the sealed line to JOURNAL-MIRROR.
      * Callers hold the journal lock. No MIRROR= means no mirror.
       MIRROR-JOURNAL-LINE.
           IF FUNCTION TRIM(MIRROR-DIR) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO jmirror-request-data
           MOVE "APPEND" TO jmirror-op
           MOVE MIRROR-DIR TO jmirror-dir
           MOVE JNL-SEQ-NUM TO jmirror-seq
           MOVE JNL-PREV-CHK TO jmirror-chk
           MOVE JOURNAL-LINE TO jmirror-line
           CALL "JOURNAL-MIRROR" USING
               jmirror-request-data
               jmirror-response-data
               ON EXCEPTION
                   MOVE 1 TO jmirror-status
           END-CALL
           PERFORM NOTE-MIRROR-STATE
           .

      * CHECK-JOURNAL-MIRROR - At startup, bring the mirror up to
      * the local counter (lines written while it was away, or by a
      * batch job) before the first sale, under the journal lock.
       CHECK-JOURNAL-MIRROR.
           IF FUNCTION TRIM(MIRROR-DIR) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "journal" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           PERFORM LOAD-JOURNAL-SEQ
           MOVE SPACES TO jmirror-request-data
           MOVE "CATCHUP" TO jmirror-op
           MOVE MIRROR-DIR TO jmirror-dir
           MOVE JNL-SEQ-NUM TO jmirror-seq
           MOVE JNL-PREV-CHK TO jmirror-chk
           CALL "JOURNAL-MIRROR" USING
               jmirror-request-data
               jmirror-response-data
               ON EXCEPTION
                   MOVE 1 TO jmirror-status
           END-CALL
           PERFORM RELEASE-FILE-LOCK
           PERFORM NOTE-MIRROR-STATE
           .

      * NOTE-MIRROR-STATE - Degraded on the way down: log, one
      * outbox alert for the admins and a standing warning line on
      * the kiosk screens. On the way back up: say how far the
      * catch-up went and clear the warning.
       NOTE-MIRROR-STATE.
           IF jmirror-status NOT = 0
               IF MIRROR-DEGRADED = 1
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO MIRROR-DEGRADED
               MOVE JNL-SEQ-NUM TO MIRROR-SEQ-DISP
               MOVE "MIRROR" TO OUTBOX-KIND
               MOVE "-" TO OUTBOX-USERNAME
               MOVE SPACES TO OUTBOX-MESSAGE
               IF jmirror-status = 2
                   MOVE "Journal mirror diverged - fetch an admin"
                       TO MIRROR-WARN-LINE
                   STRING "Journal mirror out of step with "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(KIOSK-NAME) DELIMITED BY SIZE
                       " at seq " DELIMITED BY SIZE
                       FUNCTION TRIM(MIRROR-SEQ-DISP)
                           DELIMITED BY SIZE
                       " - run MIRROR-COMPARE" DELIMITED BY SIZE
                       INTO OUTBOX-MESSAGE
                   END-STRING
               ELSE
                   MOVE "Journal mirror offline - fetch an admin"
                       TO MIRROR-WARN-LINE
                   STRING "Journal mirror unavailable on "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(KIOSK-NAME) DELIMITED BY SIZE
                       " from seq " DELIMITED BY SIZE
                       FUNCTION TRIM(MIRROR-SEQ-DISP)
                           DELIMITED BY SIZE
                       INTO OUTBOX-MESSAGE
                   END-STRING
               END-IF
               MOVE MIRROR-WARN-LINE TO log-message
               PERFORM LOG-ERROR
               PERFORM WRITE-OUTBOX-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF MIRROR-DEGRADED = 1
               MOVE 0 TO MIRROR-DEGRADED
               MOVE SPACES TO MIRROR-WARN-LINE
               MOVE jmirror-mirror-seq TO MIRROR-SEQ-DISP
               MOVE jmirror-caught-up TO MIRROR-CAUGHT-DISP
               MOVE "MIRROR" TO OUTBOX-KIND
               MOVE "-" TO OUTBOX-USERNAME
               MOVE SPACES TO OUTBOX-MESSAGE
               STRING "Journal mirror back in step on "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(KIOSK-NAME) DELIMITED BY SIZE
                   " at seq " DELIMITED BY SIZE
                   FUNCTION TRIM(MIRROR-SEQ-DISP) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(MIRROR-CAUGHT-DISP)
                       DELIMITED BY SIZE
                   " line(s) caught up)" DELIMITED BY SIZE
                   INTO OUTBOX-MESSAGE
               END-STRING
               MOVE OUTBOX-MESSAGE TO log-message
               PERFORM LOG-INFO
               PERFORM WRITE-OUTBOX-ENTRY
           END-IF
           .

      * WRITE-HEARTBEAT - Refresh this kiosk's status record:
      * heartbeats/<name>.txt locally, and a JSON POST to
      * HEARTBEATURL= when the fleet collector is configured. Never
           ELSE
               MOVE "?" TO HB-DISK-TEXT
           END-IF
           PERFORM SET-HB-CONFIG-TEXT

           MOVE SPACES TO HEARTBEAT-PATH
           STRING
               FUNCTION TRIM(HB-DRIFT-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(HB-DISK-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(HB-CONFIG-TEXT) DELIMITED BY SIZE
               INTO HEARTBEAT-LINE
           END-STRING
           WRITE HEARTBEAT-LINE
                   FUNCTION TRIM(HB-DRIFT-TEXT) DELIMITED BY SIZE
                   '","disk_free_kb":"' DELIMITED BY SIZE
                   FUNCTION TRIM(HB-DISK-TEXT) DELIMITED BY SIZE
                   '","config":"' DELIMITED BY SIZE
                   FUNCTION TRIM(HB-CONFIG-TEXT) DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO HB-BODY
               END-STRING
           END-IF
           .

      * SET-HB-CONFIG-TEXT - Config bundle version in use, with the
      * one waiting for shift change ("12+13") or the one refused
      * ("12!13") so the fleet board shows who is behind and why.
       SET-HB-CONFIG-TEXT.
           MOVE SPACES TO cbundle-request-data
           MOVE "STATE" TO cbundle-op
           CALL "CONFIG-BUNDLE" USING
               cbundle-request-data
               cbundle-response-data
               ON EXCEPTION
                   MOVE 3 TO cbundle-status
           END-CALL
           IF cbundle-status NOT = 0
               MOVE "?" TO HB-CONFIG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE cbundle-applied TO BUNDLE-VER-DISP
           MOVE SPACES TO HB-CONFIG-TEXT
           EVALUATE TRUE
               WHEN cbundle-staged > cbundle-applied
                   MOVE cbundle-staged TO BUNDLE-VER-DISP2
                   STRING FUNCTION TRIM(BUNDLE-VER-DISP)
                           DELIMITED BY SIZE
                       "+" DELIMITED BY SIZE
                       FUNCTION TRIM(BUNDLE-VER-DISP2)
                           DELIMITED BY SIZE
                       INTO HB-CONFIG-TEXT
                   END-STRING
               WHEN cbundle-rejected > cbundle-applied
                   MOVE cbundle-rejected TO BUNDLE-VER-DISP2
                   STRING FUNCTION TRIM(BUNDLE-VER-DISP)
                           DELIMITED BY SIZE
                       "!" DELIMITED BY SIZE
                       FUNCTION TRIM(BUNDLE-VER-DISP2)
                           DELIMITED BY SIZE
                       INTO HB-CONFIG-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE FUNCTION TRIM(BUNDLE-VER-DISP)
                       TO HB-CONFIG-TEXT
           END-EVALUATE
           .

      * APPLY-STAGED-CONFIG - Shift change: put a staged config
      * bundle into effect and reload the side files it replaced.
      * CONFIG-BUNDLE re-checks under the shift lock that no shift
      * is open, and keeps the current files if the bundle fails.
       APPLY-STAGED-CONFIG.
           MOVE SPACES TO cbundle-request-data
           MOVE "APPLY" TO cbundle-op
           CALL "CONFIG-BUNDLE" USING
               cbundle-request-data
               cbundle-response-data
               ON EXCEPTION
                   MOVE 3 TO cbundle-status
           END-CALL
           EVALUATE cbundle-status
               WHEN 0
                   MOVE cbundle-version TO BUNDLE-VER-DISP
                   MOVE SPACES TO log-message
                   STRING "Config bundle v" DELIMITED BY SIZE
                       FUNCTION TRIM(BUNDLE-VER-DISP)
                           DELIMITED BY SIZE
                       " applied at shift change" DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-INFO
                   PERFORM LOAD-SIDE-FILES
               WHEN 2
                   MOVE SPACES TO log-message
                   STRING "Staged config bundle refused: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(cbundle-reason) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-WARN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * COUNT-PENDING-QUEUE - Depth of the offline sale queue, for
      * the heartbeat record.
       COUNT-PENDING-QUEUE.
      * sale sits in the replay queue. Price the cart locally, move
      * the shadow balance, journal the sale (the replay path never
      * journals, so exactly one journal line exists either way) and
      * show a clearly provisional result. The replayed sale is
      * charged at list price with no level deposit after it, so
      * that is what is journaled here too.
       RECORD-OFFLINE-SALE.
           MOVE "MEMBER" TO PLV-FORCED
           PERFORM PRICE-CART-FROM-INVENTORY
           MOVE SPACES TO PLV-FORCED
           PERFORM FIND-SHADOW-ENTRY

           MOVE "SALE" TO JOURNAL-ENTRY-TYPE
           END-STRING
           WRITE RECEIPT-LINE

           IF PLV-CURRENT NOT = "MEMBER"
               MOVE SPACES TO RECEIPT-LINE
               STRING "Level  : " DELIMITED BY SIZE
                   FUNCTION TRIM(PLV-CURRENT) DELIMITED BY SIZE
                   " prices" DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               END-STRING
               WRITE RECEIPT-LINE
           END-IF

           PERFORM COMPUTE-CART-VAT
           MOVE VAT-TAX-AMOUNT TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           END-STRING
           WRITE RECEIPT-LINE

           MOVE member-id TO PAYREF-MEMBER-ID
           PERFORM MAKE-PAYMENT-REF
           IF PAYREF-TEXT NOT = SPACES
               MOVE SPACES TO RECEIPT-LINE
               STRING "Pay ref: " DELIMITED BY SIZE
                   FUNCTION TRIM(PAYREF-TEXT) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               END-STRING
               WRITE RECEIPT-LINE
           END-IF

           MOVE "---------------------------" TO RECEIPT-LINE
           WRITE RECEIPT-LINE

      *    ESC/POS GS V 0 - full paper cut, so the receipt does not
      *    have to be torn off by hand.
               MOVE FUNCTION TRIM(INV-FILTERED-ID(INV-IDX))
                   TO STOCK-LOOKUP-ID
               PERFORM FIND-STOCK-ENTRY
               MOVE SCREEN-ROOM-ID TO RMS-LOOKUP-ROOM
               PERFORM FIND-ROOM-STOCK-ENTRY
               PERFORM SUM-PREORDER-RESERVED
               IF RMS-FOUND-IDX = 0 AND STOCK-FOUND-IDX NOT = 0
                   PERFORM SUM-MAIN-STORE-AVAIL
               END-IF
               IF (RMS-FOUND-IDX = 0 AND STOCK-FOUND-IDX NOT = 0
                       AND RMS-MAIN-AVAIL <= 0)
                   OR (RMS-FOUND-IDX NOT = 0
                       AND RMS-QTY(RMS-FOUND-IDX) <= 0)
      *            Tracked and sold out - show OUT where the price
      *            would go so members stop buying phantom stock.
      *            A room with its own shelf is out when its shelf
      *            is, whatever the main store still holds; any
      *            other room is out when the main store is (see
      *            SUM-MAIN-STORE-AVAIL), whatever sits on other
      *            rooms' shelves, in transit or set aside for
      *            open pre-orders.
                   MOVE "OUT" TO INV-PRICE-DISP
               ELSE
                   PERFORM FIND-CLEARANCE-PCT
               EXIT PARAGRAPH
           END-IF

           MOVE member-id TO PAYREF-MEMBER-ID
           PERFORM MAKE-PAYMENT-REF
           MOVE SPACES TO PHIST-PAYREF-LINE
           IF PAYREF-TEXT NOT = SPACES
               STRING "Top-up payment ref: " DELIMITED BY SIZE
                   FUNCTION TRIM(PAYREF-TEXT) DELIMITED BY SIZE
                   INTO PHIST-PAYREF-LINE
               END-STRING
           END-IF

           PERFORM LOAD-PURCHASE-HISTORY

           MOVE 0 TO DONE
                   WHEN "N"
                   WHEN "n"
                       PERFORM ADMIN-LIST-INCIDENTS
                   WHEN "D"
                   WHEN "d"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-KEG-ENTRY
                       END-IF
                   WHEN "T"
                   WHEN "t"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-PETTY-ENTRY
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-XFER-ENTRY
                       END-IF
                   WHEN "O"
                   WHEN "o"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-PREORDER-ENTRY
                       END-IF
                   WHEN "M"
                   WHEN "m"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-MEMBER-MASTER
                       END-IF
                   WHEN "U"
                   WHEN "u"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-DISPUTES
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM ADMIN-TRAINING
                   WHEN "A"
                   WHEN "a"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-API-TOKEN
                       END-IF
                   WHEN "B"
                   WHEN "b"
                       PERFORM CHECK-MAINT-ROLE
                       IF ROLE-OK = 1
                           PERFORM ADMIN-MEMBER-CARDS
                       END-IF
                   WHEN "0"
                       MOVE 1 TO DONE
                   WHEN OTHER
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           IF TRN-ENFORCE = "ON" AND ADMIN-ROLE = "MAINT"
               PERFORM CAP-ROLE-BY-TRAINING
           END-IF
           .

      * CAP-ROLE-BY-TRAINING - TRAINING=ON: a MAINT operator whose
      * training record does not cover MAINT (never certified, or
      * lapsed) carries on as VIEW for this session.
       CAP-ROLE-BY-TRAINING.
           MOVE ADMIN-OPERATOR TO TRN-OPERATOR
           PERFORM LOAD-TRAINING-RECORD
           IF TRN-CERT-ROLE = "MAINT"
               EXIT PARAGRAPH
           END-IF

           MOVE "VIEW" TO ADMIN-ROLE
           MOVE "View-only session" TO RESULT-TITLE
           MOVE "operators.txt gives you the MAINT role, but your "
               TO RESULT-LINE1
           IF TRN-LAPSED = 1
               MOVE "certification has lapsed (no shift worked in a "
                   TO RESULT-LINE2
               MOVE "semester). The admin menu opens view-only."
                   TO RESULT-LINE3
           ELSE
               MOVE "training record does not cover it yet. The admin "
                   TO RESULT-LINE2
               MOVE "menu opens view-only." TO RESULT-LINE3
           END-IF
           MOVE "A trainer can show your record under R." TO
               RESULT-LINE4
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "MAINT role not certified - session is VIEW for "
                   DELIMITED BY SIZE
               FUNCTION TRIM(ADMIN-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * CHECK-MAINT-ROLE - Maintenance menu items need the MAINT
           END-IF
           .

      * NOTE-JOURNAL-TRAINING-STEP - A practice sale or return just
      * journalled counts toward the shift operator's training.
       NOTE-JOURNAL-TRAINING-STEP.
           EVALUATE JOURNAL-ENTRY-TYPE
               WHEN "SALE"
                   MOVE "CHECKOUT" TO TRN-STEP-MODULE
                   MOVE "SALE" TO TRN-STEP-NAME
                   PERFORM RECORD-TRAINING-STEP
               WHEN "RETURN"
                   MOVE "RETURNS" TO TRN-STEP-MODULE
                   MOVE "RETURN" TO TRN-STEP-NAME
                   PERFORM RECORD-TRAINING-STEP
           END-EVALUATE
           .

      * RECORD-TRAINING-STEP - Log TRN-STEP-MODULE/TRN-STEP-NAME for
      * the signed-on operator - only against the mock backend, so
      * live trading never counts as practice.
       RECORD-TRAINING-STEP.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-TRANSPORT))
                   NOT = "MOCK"
               EXIT PARAGRAPH
           END-IF
           IF SHIFT-ACTIVE = 0
               OR FUNCTION TRIM(SHIFT-OPERATOR) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "training" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND TRAINING-FILE
           IF TRAINING-STATUS = "35"
               OPEN OUTPUT TRAINING-FILE
           END-IF
           MOVE SPACES TO TRAINING-LINE
           STRING "STEP" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:15) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-STEP-MODULE) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-STEP-NAME) DELIMITED BY SIZE
               INTO TRAINING-LINE
           END-STRING
           WRITE TRAINING-LINE
           CLOSE TRAINING-FILE
           PERFORM RELEASE-FILE-LOCK
           .

      * LOAD-TRAINING-RECORD - TRN-OPERATOR's record: practice steps
      * per requirement, modules signed off, the last day they worked
      * a shift or were signed off, whether that is a semester ago
      * (TRN-LAPSED) and the highest role it certifies them for
      * (TRN-CERT-ROLE: MAINT, VIEW or "-").
       LOAD-TRAINING-RECORD.
           PERFORM VARYING TRN-IDX FROM 1 BY 1 UNTIL TRN-IDX > 6
               MOVE 0 TO TRN-STEPS-DONE(TRN-IDX)
           END-PERFORM
           PERFORM VARYING TRN-IDX FROM 1 BY 1 UNTIL TRN-IDX > 5
               MOVE 0 TO TRN-SIGNED(TRN-IDX)
               MOVE SPACES TO TRN-SIGNED-DATE(TRN-IDX)
           END-PERFORM
           MOVE SPACES TO TRN-LAST-ACTIVE

           MOVE 0 TO TRAINING-EOF
           OPEN INPUT TRAINING-FILE
           IF TRAINING-STATUS = "00"
               PERFORM UNTIL TRAINING-EOF = 1
                   READ TRAINING-FILE
                       AT END
                           MOVE 1 TO TRAINING-EOF
                       NOT AT END
                           PERFORM REPLAY-TRAINING-LINE
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF

      *    Shifts worked keep a certification alive.
           MOVE 0 TO SHIFT-EOF
           OPEN INPUT SHIFTS-FILE
           IF SHIFTS-STATUS = "00"
               PERFORM UNTIL SHIFT-EOF = 1
                   READ SHIFTS-FILE
                       AT END
                           MOVE 1 TO SHIFT-EOF
                       NOT AT END
                           MOVE SPACES TO TRN-F-REC
                           MOVE SPACES TO TRN-F-OPER
                           MOVE SPACES TO TRN-F-TS
                           MOVE SPACES TO TRN-F-END
                           UNSTRING SHIFTS-LINE DELIMITED BY X"09"
                               INTO TRN-F-REC
                                    TRN-F-OPER
                                    TRN-F-TS
                                    TRN-F-END
                           END-UNSTRING
                           IF TRN-F-OPER = TRN-OPERATOR
                               AND TRN-F-END(1:8) > TRN-LAST-ACTIVE
                               MOVE TRN-F-END(1:8) TO TRN-LAST-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFTS-FILE
           END-IF
           IF SHIFT-ACTIVE = 1 AND SHIFT-OPERATOR = TRN-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO TRN-LAST-ACTIVE
           END-IF

           MOVE 1 TO TRN-LAPSED
           IF TRN-LAST-ACTIVE IS NUMERIC
               COMPUTE TRN-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(TRN-LAST-ACTIVE))
               IF TRN-IDLE-DAYS <= trn-lapse-days
                   MOVE 0 TO TRN-LAPSED
               END-IF
           END-IF

           MOVE "-" TO TRN-CERT-ROLE
           IF TRN-LAPSED = 0
               MOVE "MAINT" TO TRN-CHECK-ROLE
               PERFORM CHECK-ROLE-MODULES
               IF TRN-OK = 1
                   MOVE "MAINT" TO TRN-CERT-ROLE
               ELSE
                   MOVE "VIEW" TO TRN-CHECK-ROLE
                   PERFORM CHECK-ROLE-MODULES
                   IF TRN-OK = 1
                       MOVE "VIEW" TO TRN-CERT-ROLE
                   END-IF
               END-IF
           END-IF
           .

       REPLAY-TRAINING-LINE.
           MOVE SPACES TO TRN-F-REC
           MOVE SPACES TO TRN-F-TS
           MOVE SPACES TO TRN-F-OPER
           MOVE SPACES TO TRN-F-MODULE
           MOVE SPACES TO TRN-F-VALUE
           UNSTRING TRAINING-LINE DELIMITED BY X"09"
               INTO TRN-F-REC
                    TRN-F-TS
                    TRN-F-OPER
                    TRN-F-MODULE
                    TRN-F-VALUE
           END-UNSTRING
           IF TRN-F-OPER NOT = TRN-OPERATOR
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRN-F-REC
               WHEN "STEP"
                   PERFORM VARYING TRN-REQ-IDX FROM 1 BY 1
                           UNTIL TRN-REQ-IDX > trn-req-count-all
                       IF trn-req-module(TRN-REQ-IDX) = TRN-F-MODULE
                           AND trn-req-step(TRN-REQ-IDX) = TRN-F-VALUE
                           ADD 1 TO TRN-STEPS-DONE(TRN-REQ-IDX)
                       END-IF
                   END-PERFORM
               WHEN "SIGNOFF"
                   PERFORM VARYING TRN-MOD-IDX FROM 1 BY 1
                           UNTIL TRN-MOD-IDX > trn-module-count
                       IF trn-module(TRN-MOD-IDX) = TRN-F-MODULE
                           MOVE 1 TO TRN-SIGNED(TRN-MOD-IDX)
                           MOVE TRN-F-TS(1:8)
                               TO TRN-SIGNED-DATE(TRN-MOD-IDX)
                       END-IF
                   END-PERFORM
                   IF TRN-F-TS(1:8) > TRN-LAST-ACTIVE
                       MOVE TRN-F-TS(1:8) TO TRN-LAST-ACTIVE
                   END-IF
           END-EVALUATE
           .

      * CHECK-ROLE-MODULES - TRN-OK = 1 when every module
      * TRN-CHECK-ROLE needs is signed off.
       CHECK-ROLE-MODULES.
           MOVE 1 TO TRN-OK
           PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > trn-role-count
               IF trn-role-name(TRN-IDX) = TRN-CHECK-ROLE
                   PERFORM VARYING TRN-MOD-IDX FROM 1 BY 1
                           UNTIL TRN-MOD-IDX > trn-module-count
                       IF trn-module(TRN-MOD-IDX) =
                               trn-role-module(TRN-IDX)
                           AND TRN-SIGNED(TRN-MOD-IDX) = 0
                           MOVE 0 TO TRN-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * CHECK-MODULE-STEPS - TRN-READY = 1 when the practice steps
      * of module TRN-MOD-IDX are all done; TRN-NEED-DONE/ALL count
      * them for display.
       CHECK-MODULE-STEPS.
           MOVE 1 TO TRN-READY
           MOVE 0 TO TRN-NEED-DONE
           MOVE 0 TO TRN-NEED-ALL
           PERFORM VARYING TRN-REQ-IDX FROM 1 BY 1
                   UNTIL TRN-REQ-IDX > trn-req-count-all
               IF trn-req-module(TRN-REQ-IDX) = trn-module(TRN-MOD-IDX)
                   ADD trn-req-count(TRN-REQ-IDX) TO TRN-NEED-ALL
                   IF TRN-STEPS-DONE(TRN-REQ-IDX) >=
                           trn-req-count(TRN-REQ-IDX)
                       ADD trn-req-count(TRN-REQ-IDX) TO TRN-NEED-DONE
                   ELSE
                       ADD TRN-STEPS-DONE(TRN-REQ-IDX) TO TRN-NEED-DONE
                       MOVE 0 TO TRN-READY
                   END-IF
               END-IF
           END-PERFORM
           .

      * ADMIN-TRAINING - Show an operator's training record, sign
      * off a module (S) or grant a role (G). Showing is open to
      * every admin; S and G need the MAINT role.
       ADMIN-TRAINING.
           MOVE SPACES TO TRN-OPER-INPUT
           MOVE SPACES TO TRN-ACTION-INPUT
           MOVE SPACES TO TRN-MODULE-INPUT
           MOVE SPACES TO TRN-ROLE-INPUT
           DISPLAY ADMIN-TRAINING-SCREEN
           ACCEPT ADMIN-TRAINING-SCREEN
           IF FUNCTION TRIM(TRN-OPER-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESULT-TITLE
           PERFORM CLEAR-RESULT-LINES
           MOVE FUNCTION TRIM(TRN-OPER-INPUT) TO TRN-OPERATOR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRN-MODULE-INPUT))
               TO TRN-MODULE-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRN-ROLE-INPUT))
               TO TRN-ROLE-INPUT
           PERFORM LOAD-TRAINING-RECORD

           EVALUATE FUNCTION UPPER-CASE(TRN-ACTION-INPUT)
               WHEN SPACE
                   PERFORM SHOW-TRAINING-RECORD
               WHEN "S"
                   PERFORM CHECK-MAINT-ROLE
                   IF ROLE-OK = 1
                       PERFORM TRAINING-SIGNOFF
                   END-IF
               WHEN "G"
                   PERFORM CHECK-MAINT-ROLE
                   IF ROLE-OK = 1
                       PERFORM TRAINING-GRANT-ROLE
                   END-IF
               WHEN OTHER
                   MOVE "Training not updated" TO RESULT-TITLE
                   MOVE "Action must be blank, S or G." TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
           END-EVALUATE
           .

       SHOW-TRAINING-RECORD.
           MOVE SPACES TO RESULT-TITLE
           STRING "Training record: " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               INTO RESULT-TITLE
           END-STRING

           MOVE 1 TO TRN-LINE-POS
           STRING "Certified for: " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-CERT-ROLE) DELIMITED BY SIZE
               "   last shift/sign-off: " DELIMITED BY SIZE
               INTO RESULT-LINE1 WITH POINTER TRN-LINE-POS
           END-STRING
           IF TRN-LAST-ACTIVE = SPACES
               STRING "never" DELIMITED BY SIZE
                   INTO RESULT-LINE1 WITH POINTER TRN-LINE-POS
               END-STRING
           ELSE
               STRING TRN-LAST-ACTIVE DELIMITED BY SIZE
                   INTO RESULT-LINE1 WITH POINTER TRN-LINE-POS
               END-STRING
           END-IF
           IF TRN-LAPSED = 1 AND TRN-LAST-ACTIVE NOT = SPACES
               STRING " (lapsed)" DELIMITED BY SIZE
                   INTO RESULT-LINE1 WITH POINTER TRN-LINE-POS
               END-STRING
           END-IF
           IF TRN-LAPSED = 0
               AND TRN-IDLE-DAYS > trn-lapse-days - trn-warn-days
               COMPUTE TRN-DAYS-DISP = trn-lapse-days - TRN-IDLE-DAYS
               STRING " (lapses in " DELIMITED BY SIZE
                   FUNCTION TRIM(TRN-DAYS-DISP) DELIMITED BY SIZE
                   " days)" DELIMITED BY SIZE
                   INTO RESULT-LINE1 WITH POINTER TRN-LINE-POS
               END-STRING
           END-IF

           PERFORM VARYING TRN-MOD-IDX FROM 1 BY 1
                   UNTIL TRN-MOD-IDX > trn-module-count
               PERFORM CHECK-MODULE-STEPS
               MOVE SPACES TO LOGB-LINE-TEXT
               MOVE 1 TO TRN-LINE-POS
               STRING trn-module(TRN-MOD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LOGB-LINE-TEXT WITH POINTER TRN-LINE-POS
               END-STRING
               IF TRN-SIGNED(TRN-MOD-IDX) = 1
                   STRING "signed off " DELIMITED BY SIZE
                       TRN-SIGNED-DATE(TRN-MOD-IDX) DELIMITED BY SIZE
                       INTO LOGB-LINE-TEXT WITH POINTER TRN-LINE-POS
                   END-STRING
               ELSE
                   MOVE TRN-NEED-DONE TO TRN-DONE-DISP
                   MOVE TRN-NEED-ALL TO TRN-ALL-DISP
                   STRING "practice " DELIMITED BY SIZE
                       FUNCTION TRIM(TRN-DONE-DISP) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(TRN-ALL-DISP) DELIMITED BY SIZE
                       INTO LOGB-LINE-TEXT WITH POINTER TRN-LINE-POS
                   END-STRING
                   IF TRN-READY = 1
                       STRING " - ready for sign-off" DELIMITED BY SIZE
                           INTO LOGB-LINE-TEXT WITH POINTER TRN-LINE-POS
                       END-STRING
                   END-IF
               END-IF
      *        Two modules to a line; the fifth shares with nothing.
               EVALUATE TRN-MOD-IDX
                   WHEN 1
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE2
                   WHEN 2
                       MOVE LOGB-LINE-TEXT(1:38) TO RESULT-LINE2(41:38)
                   WHEN 3
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE3
                   WHEN 4
                       MOVE LOGB-LINE-TEXT(1:38) TO RESULT-LINE3(41:38)
                   WHEN 5
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE4
               END-EVALUATE
           END-PERFORM

           PERFORM LOAD-OPERATORS-IF-NEEDED
           MOVE "Role in operators.txt: (none)" TO RESULT-LINE5
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF FUNCTION TRIM(OPER-NAME(OPER-IDX)) = TRN-OPERATOR
                   MOVE SPACES TO RESULT-LINE5
                   STRING "Role in operators.txt: " DELIMITED BY SIZE
                       FUNCTION TRIM(OPER-ROLE(OPER-IDX))
                           DELIMITED BY SIZE
                       INTO RESULT-LINE5
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM SHOW-ORDER-RESULT
           .

      * TRAINING-SIGNOFF - The trainer (the admin signed in) signs
      * off TRN-MODULE-INPUT for the trainee once its practice steps
      * are all done. Nobody signs off their own training, and the
      * shared PIN has no name to sign with.
       TRAINING-SIGNOFF.
           MOVE "Module not signed off" TO RESULT-TITLE
           IF FUNCTION TRIM(ADMIN-OPERATOR) = SPACES
               MOVE "Sign-offs need a named trainer - set up "
                   TO RESULT-LINE1
               MOVE "operators.txt and sign in as yourself."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ADMIN-OPERATOR) = TRN-OPERATOR
               MOVE "A trainer cannot sign off their own training."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TRN-MOD-IDX
           PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > trn-module-count
               IF trn-module(TRN-IDX) = TRN-MODULE-INPUT
                   MOVE TRN-IDX TO TRN-MOD-IDX
               END-IF
           END-PERFORM
           IF TRN-MOD-IDX = 0
               MOVE "Unknown module. Modules: CHECKOUT RETURNS "
                   TO RESULT-LINE1
               MOVE "DRAWER SHIFTCLOSE STOCKTAKE." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF TRN-SIGNED(TRN-MOD-IDX) = 1 AND TRN-LAPSED = 0
               MOVE SPACES TO RESULT-LINE1
               STRING "Already signed off on " DELIMITED BY SIZE
                   TRN-SIGNED-DATE(TRN-MOD-IDX) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MODULE-STEPS
           IF TRN-READY = 0
               MOVE TRN-NEED-DONE TO TRN-DONE-DISP
               MOVE TRN-NEED-ALL TO TRN-ALL-DISP
               STRING "Practice not finished: " DELIMITED BY SIZE
                   FUNCTION TRIM(TRN-DONE-DISP) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(TRN-ALL-DISP) DELIMITED BY SIZE
                   " steps done." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Steps count on a TRANSPORT=mock kiosk with the "
                   TO RESULT-LINE2
               MOVE "trainee signed on as shift operator."
                   TO RESULT-LINE3
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-MODULE-INPUT TO TRN-F-MODULE
           MOVE ADMIN-OPERATOR TO TRN-F-VALUE
           MOVE "SIGNOFF" TO TRN-F-REC
           PERFORM APPEND-TRAINING-RECORD

           MOVE SPACES TO AUDIT-ACTION
           STRING "Training module " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-MODULE-INPUT) DELIMITED BY SIZE
               " signed off for " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Module signed off" TO RESULT-TITLE
           STRING FUNCTION TRIM(TRN-MODULE-INPUT) DELIMITED BY SIZE
               " signed off for " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(ADMIN-OPERATOR) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT
           .

      * TRAINING-GRANT-ROLE - Set the operator's role in
      * operators.txt to TRN-ROLE-INPUT. Raising a role needs the
      * training record to cover it; lowering one never does.
       TRAINING-GRANT-ROLE.
           MOVE "Role not granted" TO RESULT-TITLE
           IF TRN-ROLE-INPUT NOT = "VIEW" AND TRN-ROLE-INPUT NOT =
                   "MAINT"
               MOVE "Role must be VIEW or MAINT." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OPERATORS-FILE
           MOVE 1 TO OPERATORS-LOADED
           MOVE SPACES TO TRN-OLD-ROLE
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF FUNCTION TRIM(OPER-NAME(OPER-IDX)) = TRN-OPERATOR
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                       (OPER-ROLE(OPER-IDX))) TO TRN-OLD-ROLE
               END-IF
           END-PERFORM
           IF TRN-OLD-ROLE = SPACES
               MOVE "No such operator in operators.txt - add the "
                   TO RESULT-LINE1
               MOVE "name and PIN there first (role VIEW)."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF TRN-OLD-ROLE = TRN-ROLE-INPUT
               MOVE "The operator already has that role."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF TRN-ROLE-INPUT = "MAINT"
               MOVE TRN-ROLE-INPUT TO TRN-CHECK-ROLE
               PERFORM CHECK-ROLE-MODULES
               IF TRN-OK = 0 OR TRN-LAPSED = 1
                   MOVE "The training record does not cover MAINT:"
                       TO RESULT-LINE1
                   MOVE "it needs CHECKOUT RETURNS DRAWER SHIFTCLOSE "
                       TO RESULT-LINE2
                   MOVE "STOCKTAKE signed off, and a shift in the "
                       TO RESULT-LINE3
                   MOVE "last semester. Show the record for details."
                       TO RESULT-LINE4
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM REWRITE-OPERATOR-ROLE
           IF TRN-OPS-OK = 0
               MOVE SPACES TO RESULT-LINE3
               MOVE SPACES TO RESULT-LINE4
               MOVE SPACES TO RESULT-LINE5
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPERATORS-FILE

           MOVE TRN-ROLE-INPUT TO TRN-F-MODULE
           MOVE ADMIN-OPERATOR TO TRN-F-VALUE
           IF FUNCTION TRIM(TRN-F-VALUE) = SPACES
               MOVE "admin" TO TRN-F-VALUE
           END-IF
           MOVE "GRANT" TO TRN-F-REC
           PERFORM APPEND-TRAINING-RECORD

           MOVE SPACES TO AUDIT-ACTION
           STRING "Role " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-ROLE-INPUT) DELIMITED BY SIZE
               " granted to " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               " (was " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OLD-ROLE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Role granted" TO RESULT-TITLE
           STRING FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               " is now " DELIMITED BY SIZE
               FUNCTION TRIM(TRN-ROLE-INPUT) DELIMITED BY SIZE
               " in operators.txt." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT
           .

      * REWRITE-OPERATOR-ROLE - Copy operators.txt through with the
      * role field of TRN-OPERATOR's line replaced; comments and
      * every other line pass through untouched. TRN-OPS-OK is 0,
      * with the reason in RESULT-LINE1/2, when the file could not
      * be read or holds more lines than TRN-OPS-LINE - it is then
      * left exactly as it was rather than rewritten short.
       REWRITE-OPERATOR-ROLE.
           MOVE 0 TO TRN-OPS-OK
           MOVE 0 TO TRN-OPS-COUNT
           MOVE 0 TO TRN-OPS-READ
           MOVE 0 TO OPERATORS-EOF
           MOVE "operators" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-STATUS NOT = "00"
               PERFORM RELEASE-FILE-LOCK
               MOVE SPACES TO RESULT-LINE1
               STRING "operators.txt could not be read (status "
                       DELIMITED BY SIZE
                   OPERATORS-STATUS DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Nothing was changed." TO RESULT-LINE2
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPERATORS-EOF = 1
               READ OPERATORS-FILE
                   AT END
                       MOVE 1 TO OPERATORS-EOF
                   NOT AT END
                       ADD 1 TO TRN-OPS-READ
                       IF TRN-OPS-COUNT < 60
                           ADD 1 TO TRN-OPS-COUNT
                           MOVE OPERATORS-LINE
                               TO TRN-OPS-LINE(TRN-OPS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           IF TRN-OPS-READ > TRN-OPS-COUNT
               PERFORM RELEASE-FILE-LOCK
               MOVE "operators.txt has more than 60 lines (comments "
                   TO RESULT-LINE1
               MOVE "included); edit the role there by hand."
                   TO RESULT-LINE2
               MOVE "operators.txt too long for a role grant"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATORS-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO OPERATORS-PATH
           OPEN OUTPUT OPERATORS-FILE
           PERFORM VARYING TRN-OPS-IDX FROM 1 BY 1
                   UNTIL TRN-OPS-IDX > TRN-OPS-COUNT
               MOVE TRN-OPS-LINE(TRN-OPS-IDX) TO OPERATORS-LINE
               IF OPERATORS-LINE(1:1) NOT = "#"
                   MOVE SPACES TO TRN-OPS-NAME
                   MOVE SPACES TO TRN-OPS-PIN
                   UNSTRING OPERATORS-LINE DELIMITED BY ":"
                       INTO TRN-OPS-NAME
                            TRN-OPS-PIN
                   END-UNSTRING
                   IF FUNCTION TRIM(TRN-OPS-NAME) = TRN-OPERATOR
                       MOVE SPACES TO OPERATORS-LINE
                       STRING FUNCTION TRIM(TRN-OPS-NAME)
                               DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           FUNCTION TRIM(TRN-OPS-PIN) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           FUNCTION TRIM(TRN-ROLE-INPUT)
                               DELIMITED BY SIZE
                           INTO OPERATORS-LINE
                       END-STRING
                   END-IF
               END-IF
               WRITE OPERATORS-LINE
           END-PERFORM
           CLOSE OPERATORS-FILE
           MOVE ATOMIC-REAL-PATH TO OPERATORS-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           MOVE 1 TO TRN-OPS-OK
           .

      * APPEND-TRAINING-RECORD - "TRN-F-REC<TAB>ts<TAB>TRN-OPERATOR
      * <TAB>TRN-F-MODULE<TAB>TRN-F-VALUE" onto training.txt.
       APPEND-TRAINING-RECORD.
           MOVE "training" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND TRAINING-FILE
           IF TRAINING-STATUS = "35"
               OPEN OUTPUT TRAINING-FILE
           END-IF
           MOVE SPACES TO TRAINING-LINE
           STRING FUNCTION TRIM(TRN-F-REC) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:15) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-OPERATOR) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-F-MODULE) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-F-VALUE) DELIMITED BY SIZE
               INTO TRAINING-LINE
           END-STRING
           WRITE TRAINING-LINE
           CLOSE TRAINING-FILE
           PERFORM RELEASE-FILE-LOCK
           .

      * ADMIN-RAW-QUERY - Ad hoc admin-only GET against an arbitrary
      * req-path suffix via xGET_RAW, for endpoints we haven't written
      * a dedicated parser/copybook for yet. Shows whatever raw JSON
      * comes back using the same ORDER-RESULT-SCREEN the rest of the
      * admin menu already uses.
       ADMIN-RAW-QUERY.
           MOVE SPACES TO RAW-QUERY-PATH
           DISPLAY ADMIN-RAW-QUERY-SCREEN
           ACCEPT ADMIN-RAW-QUERY-SCREEN

           IF FUNCTION TRIM(RAW-QUERY-PATH) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO api-request-data
           MOVE "xGET_RAW" TO api-operation
           MOVE FUNCTION TRIM(RAW-QUERY-PATH) TO api-raw-path

           CALL "STREGSYSTEM-API" USING
               api-request-data
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF api-response-status NOT = 0
               MOVE "Raw query failed" TO RESULT-TITLE
               MOVE "Could not reach the server." TO RESULT-LINE1
           ELSE
               MOVE "Raw query result" TO RESULT-TITLE
               MOVE api-response-body(1:80) TO RESULT-LINE1
               MOVE api-response-body(81:80) TO RESULT-LINE2
               MOVE api-response-body(161:80) TO RESULT-LINE3
               MOVE api-response-body(241:80) TO RESULT-LINE4
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      * VIEW-ADMIN-DICTIONARY - Load and page through the server-side
      * product dictionary via xADMIN_GET_DICTIONARY.
       VIEW-ADMIN-DICTIONARY.
           PERFORM LOAD-ADMIN-DICTIONARY

           MOVE 0 TO DONE
           PERFORM UNTIL DONE = 1
               DISPLAY ADMIN-DICT-SCREEN
               ACCEPT ADMIN-DICT-SCREEN
               IF CRT-STATUS = KEY-PGUP
                   PERFORM PAGE-ADICT-UP
                   MOVE 0 TO DONE
               ELSE IF CRT-STATUS = KEY-PGDN
                   PERFORM PAGE-ADICT-DOWN
                   MOVE 0 TO DONE
               ELSE
                   MOVE 1 TO DONE
               END-IF
           END-PERFORM
           .

      * LOAD-ADMIN-DICTIONARY - Fetch the tab/newline-delimited
      * "id<TAB>name<TAB>price<TAB>active<TAB>source" dictionary dump
      * and parse it the same way LOAD-PURCHASE-HISTORY parses sales.
       LOAD-ADMIN-DICTIONARY.
           MOVE SPACES TO ADICT-ENTRIES
           MOVE 0 TO ADICT-COUNT
           MOVE 1 TO ADICT-PAGE
           MOVE 1 TO ADICT-POS

           MOVE SPACES TO api-request-data
           MOVE "xADMIN_GET_DICTIONARY" TO api-operation

           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           IF api-response-status NOT = 0
               MOVE api-response-status TO log-num-text
               MOVE SPACES TO log-message
               MOVE 1 TO log-pos
               STRING "Admin dictionary load failed: "
                   DELIMITED BY SIZE
                   INTO log-message WITH POINTER log-pos
               END-STRING
               STRING "status " DELIMITED BY SIZE
                   log-num-text DELIMITED BY SIZE
                   INTO log-message WITH POINTER log-pos
               END-STRING
               PERFORM LOG-WARN
           ELSE
               PERFORM UNTIL ADICT-POS >
                       FUNCTION LENGTH(FUNCTION TRIM(api-response-body))
                   MOVE SPACES TO ADICT-LINE-RAW
                   UNSTRING api-response-body DELIMITED BY X"0A"
                       INTO ADICT-LINE-RAW
                       WITH POINTER ADICT-POS
                   END-UNSTRING
                   IF FUNCTION TRIM(ADICT-LINE-RAW) NOT = SPACES
                       IF ADICT-COUNT < 40
                           ADD 1 TO ADICT-COUNT
                           UNSTRING ADICT-LINE-RAW DELIMITED BY X"09"
                               INTO ADICT-ID(ADICT-COUNT)
                                    ADICT-NAME(ADICT-COUNT)
                                    ADICT-PRICE(ADICT-COUNT)
                                    ADICT-ACTIVE(ADICT-COUNT)
                                    ADICT-SOURCE(ADICT-COUNT)
                           END-UNSTRING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM COMPUTE-ADICT-PAGE-COUNT
           PERFORM RENDER-ADICT-PAGE
           .

      * COMPUTE-ADICT-PAGE-COUNT - How many 16-row pages the
      * dictionary spans (always at least one, even if empty).
       COMPUTE-ADICT-PAGE-COUNT.
           IF ADICT-COUNT = 0
               MOVE 1 TO ADICT-PAGE-COUNT
           ELSE
               COMPUTE ADICT-PAGE-COUNT = (ADICT-COUNT + 15) / 16
           END-IF
           .

      * RENDER-ADICT-PAGE - Format the current page of ADICT-ENTRY
      * into ADICT-LINE for display, and refresh ADICT-HEADER with a
      * "page X/Y" indicator.
       RENDER-ADICT-PAGE.
           MOVE SPACES TO ADICT-LINES
           MOVE 0 TO ADICT-LINE-COUNT
           COMPUTE ADICT-PAGE-START = (ADICT-PAGE - 1) * 16 + 1

           PERFORM VARYING ADICT-IDX FROM ADICT-PAGE-START BY 1
                   UNTIL ADICT-IDX > ADICT-COUNT
                       OR ADICT-LINE-COUNT >= 16
               ADD 1 TO ADICT-LINE-COUNT
               MOVE SPACES TO ADICT-ID-DISP
               MOVE SPACES TO ADICT-NAME-DISP
               MOVE SPACES TO ADICT-PRICE-DISP
               MOVE SPACES TO ADICT-ACTIVE-DISP
               MOVE FUNCTION TRIM(ADICT-ID(ADICT-IDX))
                   TO ADICT-ID-DISP
               MOVE FUNCTION TRIM(ADICT-NAME(ADICT-IDX))
                   TO ADICT-NAME-DISP
               IF FUNCTION TRIM(ADICT-PRICE(ADICT-IDX)) = SPACES
                   MOVE SPACES TO ADICT-PRICE-DISP
               ELSE
                   MOVE FUNCTION NUMVAL(ADICT-PRICE(ADICT-IDX))
                       TO MONEY-ORE-IN
                   PERFORM FORMAT-MONEY
                   MOVE FUNCTION TRIM(MONEY-TEXT)
                       TO ADICT-PRICE-DISP
               END-IF
               MOVE FUNCTION TRIM(ADICT-ACTIVE(ADICT-IDX))
                   TO ADICT-ACTIVE-DISP
               STRING
                   ADICT-ID-DISP DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   ADICT-NAME-DISP DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   ADICT-PRICE-DISP DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   ADICT-ACTIVE-DISP DELIMITED BY SIZE
                   INTO ADICT-LINE(ADICT-LINE-COUNT)
               END-STRING
           END-PERFORM

           IF ADICT-COUNT = 0
               MOVE "Dictionary is empty." TO ADICT-LINE(1)
           END-IF

           MOVE ADICT-PAGE TO ADICT-PAGE-TEXT
           MOVE ADICT-PAGE-COUNT TO ADICT-PAGE-COUNT-TEXT

           MOVE SPACES TO ADICT-HEADER
           STRING
               "Product dictionary - page " DELIMITED BY SIZE
               FUNCTION TRIM(ADICT-PAGE-TEXT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ADICT-PAGE-COUNT-TEXT) DELIMITED BY SIZE
               " (PgUp/PgDn)" DELIMITED BY SIZE
               INTO ADICT-HEADER
           END-STRING

      *    Same-visit price-change alert: any price moves recorded
      *    today (price-history.txt, appended by the API layer on
      *    every ACTIVE refresh) are flagged right here where staff
      *    are already looking at prices.
           PERFORM COUNT-TODAY-PRICE-CHANGES
           IF PRICE-TODAY-COUNT > 0
               MOVE PRICE-TODAY-COUNT TO PRICE-TODAY-TEXT
               STRING FUNCTION TRIM(ADICT-HEADER) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(PRICE-TODAY-TEXT) DELIMITED BY SIZE
                   " price change(s) today]" DELIMITED BY SIZE
                   INTO ADICT-HEADER
               END-STRING
           END-IF

      *    Scheduled-but-not-yet-live changes (pending approval or
      *    waiting for their effective date) flagged the same way.
           MOVE 0 TO PQ-SCHED-COUNT
           PERFORM VARYING PQ-IDX FROM 1 BY 1 UNTIL PQ-IDX > PQ-COUNT
               ADD 1 TO PQ-SCHED-COUNT
           END-PERFORM
           IF PQ-SCHED-COUNT > 0
               MOVE PQ-SCHED-COUNT TO PQ-SCHED-TEXT
               STRING FUNCTION TRIM(ADICT-HEADER) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(PQ-SCHED-TEXT) DELIMITED BY SIZE
                   " scheduled]" DELIMITED BY SIZE
                   INTO ADICT-HEADER
               END-STRING
           END-IF
           .

       COUNT-TODAY-PRICE-CHANGES.
           MOVE 0 TO PRICE-TODAY-COUNT
           MOVE 0 TO PRICE-HIST-EOF
           OPEN INPUT PRICE-HIST-FILE
           IF PRICE-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-HIST-EOF = 1
               READ PRICE-HIST-FILE
                   AT END
                       MOVE 1 TO PRICE-HIST-EOF
                   NOT AT END
                       IF PRICE-HIST-LINE(1:8) =
                               FUNCTION CURRENT-DATE(1:8)
                           ADD 1 TO PRICE-TODAY-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-HIST-FILE
           .

      * PAGE-ADICT-UP / PAGE-ADICT-DOWN - Move the dictionary listing
      * one page back/forward and re-render it, clamped to the
      * available page range.
       PAGE-ADICT-UP.
           IF ADICT-PAGE > 1
               SUBTRACT 1 FROM ADICT-PAGE
               PERFORM RENDER-ADICT-PAGE
           END-IF
           .

       PAGE-ADICT-DOWN.
           IF ADICT-PAGE < ADICT-PAGE-COUNT
               ADD 1 TO ADICT-PAGE
               PERFORM RENDER-ADICT-PAGE
           END-IF
           .

      * ADMIN-CLEAR-RELOAD-DICTIONARY - Force a CLEAR-DICTIONARY and
      * reload from the active-products endpoint for the currently
      * configured room, for when the cached dictionary looks stale.
       ADMIN-CLEAR-RELOAD-DICTIONARY.
           MOVE SPACES TO api-request-data
           MOVE "xADMIN_CLEAR_DICTIONARY" TO api-operation
           MOVE SCREEN-ROOM-ID TO api-room-id

           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           MOVE "Dictionary maintenance" TO RESULT-TITLE
           IF api-response-status = 0
               MOVE "Dictionary cleared and reloaded." TO RESULT-LINE1
           ELSE
               MOVE "Reload failed - check connection."
                   TO RESULT-LINE1
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE "Dictionary cleared and reloaded" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           .

      * ADMIN-IMPORT-CSV - Bulk-load a local products.csv (same
      * directory as config.txt) into the product dictionary with
      * dict-source "MANUAL", for stocking a one-off event kiosk that
      * has no network access at all.
       ADMIN-IMPORT-CSV.
           MOVE SPACES TO api-request-data
           MOVE "xADMIN_IMPORT_CSV" TO api-operation
           MOVE SCREEN-ROOM-ID TO api-room-id

           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           MOVE "Dictionary maintenance" TO RESULT-TITLE
           IF api-response-status = 0
               MOVE "products.csv imported." TO RESULT-LINE1
           ELSE
               MOVE "Import failed - see products.csv" TO RESULT-LINE1
               MOVE "in the config directory." TO RESULT-LINE2
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE "Imported products.csv into dictionary" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           .

      * ADMIN-CHANGE-BGFG - Let staff set the shared kiosk's default
      * BG/FG colours directly, instead of editing config.txt by hand.
       ADMIN-CHANGE-BGFG.
           MOVE SPACES TO ADMIN-BG-INPUT
           MOVE SPACES TO ADMIN-FG-INPUT
           DISPLAY ADMIN-BGFG-SCREEN
           ACCEPT ADMIN-BGFG-SCREEN

           IF FUNCTION TRIM(ADMIN-BG-INPUT) NOT = SPACES
               MOVE FUNCTION NUMVAL(ADMIN-BG-INPUT) TO BG-COLOUR
           END-IF
           IF FUNCTION TRIM(ADMIN-FG-INPUT) NOT = SPACES
               MOVE FUNCTION NUMVAL(ADMIN-FG-INPUT) TO FG-COLOUR
           END-IF
           PERFORM SAVE-CONFIG

           MOVE "BG/FG colours changed via admin screen" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           .

      * ADMIN-DRAWER-ENTRY - Record the cash drawer's opening float
      * (start of day) or the counted drawer (close) into drawer.log,
      * one line per entry: date<TAB>OPEN|COUNT<TAB>amount<TAB>time.
      * SETTLEMENT-REPORT pairs these with the journal's DEP entries
      * to print expected-vs-counted cash and the over/short line.
       ADMIN-DRAWER-ENTRY.
           MOVE SPACES TO DRAWER-MODE-INPUT
           MOVE SPACES TO DRAWER-AMOUNT-INPUT
           DISPLAY ADMIN-DRAWER-SCREEN
           ACCEPT ADMIN-DRAWER-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(DRAWER-MODE-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(DRAWER-MODE-INPUT)
               WHEN "F"
                   MOVE "OPEN" TO DRAWER-KIND
               WHEN "C"
                   MOVE "COUNT" TO DRAWER-KIND
               WHEN OTHER
                   MOVE "Drawer entry rejected" TO RESULT-TITLE
                   MOVE "Mode must be F (float) or C (count)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF FUNCTION TRIM(DRAWER-AMOUNT-INPUT) = SPACES
               OR FUNCTION TRIM(DRAWER-AMOUNT-INPUT) NOT NUMERIC
               MOVE "Drawer entry rejected" TO RESULT-TITLE
               MOVE "Amount must be numeric." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(DRAWER-AMOUNT-INPUT)
               TO DRAWER-AMOUNT-NUM

           MOVE FUNCTION CURRENT-DATE(1:8) TO PCL-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF PCL-LOCKED = 1
               MOVE "Drawer entry refused" TO RESULT-TITLE
               MOVE "Today sits inside a closed period - reopen it "
                   TO RESULT-LINE1
               MOVE "first (admin menu, L)." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               MOVE "Drawer entry refused - period closed"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DRAWER-TIMESTAMP
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "DRAWER" TO TRN-STEP-MODULE
           MOVE DRAWER-KIND TO TRN-STEP-NAME
           PERFORM RECORD-TRAINING-STEP
           .

      * ADMIN-PETTY-ENTRY - Record a petty-cash payout from the
      * drawer into drawer.log next to the float and count lines,
      * so the day's expected cash already allows for it. Amount in
      * oere like the float; purpose, receipt number and operator
      * are all required - the receipt is what the treasurer ticks
      * off on the weekly voucher listing.
       ADMIN-PETTY-ENTRY.
           MOVE SPACES TO PETTY-AMOUNT-INPUT
           MOVE SPACES TO PETTY-PURPOSE-INPUT
           MOVE SPACES TO PETTY-RECEIPT-INPUT
           MOVE FUNCTION TRIM(ADMIN-OPERATOR) TO PETTY-OPER-INPUT
           DISPLAY ADMIN-PETTY-SCREEN
           ACCEPT ADMIN-PETTY-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(PETTY-AMOUNT-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PETTY-AMOUNT-INPUT) NOT NUMERIC
               MOVE "Petty cash rejected" TO RESULT-TITLE
               MOVE "Amount must be numeric oere." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PETTY-AMOUNT-INPUT)
               TO PETTY-AMOUNT-NUM
           IF PETTY-AMOUNT-NUM <= 0
               MOVE "Petty cash rejected" TO RESULT-TITLE
               MOVE "Amount must be above zero." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PETTY-PURPOSE-INPUT) = SPACES
               OR FUNCTION TRIM(PETTY-RECEIPT-INPUT) = SPACES
               OR FUNCTION TRIM(PETTY-OPER-INPUT) = SPACES
               MOVE "Petty cash rejected" TO RESULT-TITLE
               MOVE "Purpose, receipt number and operator are all "
                   TO RESULT-LINE1
               MOVE "required." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PCL-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF PCL-LOCKED = 1
               MOVE "Petty cash refused" TO RESULT-TITLE
               MOVE "Today sits inside a closed period - reopen it "
                   TO RESULT-LINE1
               MOVE "first (admin menu, L)." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               MOVE "Petty cash refused - period closed"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DRAWER-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO DRAWER-TIMESTAMP

           MOVE "drawer" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND DRAWER-FILE
           IF DRAWER-STATUS = "35"
               OPEN OUTPUT DRAWER-FILE
           END-IF

           MOVE PETTY-AMOUNT-NUM TO COST-DISP
           MOVE SPACES TO DRAWER-LINE
           STRING
               DRAWER-TIMESTAMP(1:8) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "PETTY" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               DRAWER-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-PURPOSE-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-RECEIPT-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-OPER-INPUT) DELIMITED BY SIZE
               INTO DRAWER-LINE
           END-STRING
           WRITE DRAWER-LINE
           CLOSE DRAWER-FILE
           PERFORM RELEASE-FILE-LOCK

           MOVE "Petty cash recorded" TO RESULT-TITLE
           MOVE PETTY-AMOUNT-NUM TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-PURPOSE-INPUT) DELIMITED BY SIZE
               ", receipt " DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-RECEIPT-INPUT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE "Keep the receipt with the drawer for the treasurer."
               TO RESULT-LINE2
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Petty cash " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " receipt " DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-RECEIPT-INPUT) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(PETTY-OPER-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * ADMIN-API-TOKEN - Issue, enter or remove this kiosk's API
      * token. A generated token is shown exactly once, here, so it
      * can be registered with the server; afterwards only its
      * fingerprint is ever shown or audited. The API layer is told
      * to pick the new credentials up straight away.
       ADMIN-API-TOKEN.
           MOVE SPACES TO apitok-request-data
           MOVE "STATE" TO apitok-op
           CALL "API-TOKEN" USING
               apitok-request-data
               apitok-response-data
               ON EXCEPTION
                   MOVE 3 TO apitok-status
                   MOVE "API-TOKEN is not part of this build"
                       TO apitok-reason
           END-CALL
           MOVE SPACES TO TOKEN-STATE-LINE1
           MOVE SPACES TO TOKEN-STATE-LINE2
           IF apitok-status = 0
               STRING "Token fingerprint " DELIMITED BY SIZE
                   apitok-print DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(apitok-source) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TOKEN-STATE-LINE1
               END-STRING
               STRING "Set " DELIMITED BY SIZE
                   apitok-issued(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   apitok-issued(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   apitok-issued(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   apitok-issued(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   apitok-issued(11:2) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(apitok-issued-by) DELIMITED BY SIZE
                   INTO TOKEN-STATE-LINE2
               END-STRING
           ELSE
               MOVE apitok-reason TO TOKEN-STATE-LINE1
           END-IF

           MOVE SPACES TO TOKEN-CHOICE
           MOVE SPACES TO TOKEN-INPUT
           DISPLAY ADMIN-TOKEN-SCREEN
           ACCEPT ADMIN-TOKEN-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO apitok-request-data
           IF FUNCTION TRIM(ADMIN-OPERATOR) = SPACES
               MOVE "kiosk PIN" TO apitok-operator
           ELSE
               MOVE FUNCTION TRIM(ADMIN-OPERATOR) TO apitok-operator
           END-IF
           EVALUATE TOKEN-CHOICE
               WHEN "G"
               WHEN "g"
                   MOVE "ISSUE" TO apitok-op
               WHEN "E"
               WHEN "e"
                   MOVE "SET" TO apitok-op
                   MOVE TOKEN-INPUT TO apitok-value
               WHEN "R"
               WHEN "r"
                   MOVE "CLEAR" TO apitok-op
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO TOKEN-INPUT

           CALL "API-TOKEN" USING
               apitok-request-data
               apitok-response-data
               ON EXCEPTION
                   MOVE 3 TO apitok-status
                   MOVE "API-TOKEN is not part of this build"
                       TO apitok-reason
           END-CALL
           MOVE SPACES TO apitok-value
           IF apitok-status NOT = 0
               MOVE "API credentials unchanged" TO RESULT-TITLE
               MOVE apitok-reason TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               MOVE SPACES TO log-message
               STRING "API token change refused: " DELIMITED BY SIZE
                   FUNCTION TRIM(apitok-reason) DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-ACTION
           EVALUATE apitok-op
               WHEN "ISSUE"
                   MOVE "New API token generated" TO RESULT-TITLE
                   MOVE "Register this token with the server now - it "
                       & "is not shown again:" TO RESULT-LINE1
                   MOVE apitok-token TO RESULT-LINE2
                   STRING "Fingerprint " DELIMITED BY SIZE
                       apitok-print DELIMITED BY SIZE
                       INTO RESULT-LINE3
                   END-STRING
                   MOVE "Sales are refused until the server accepts "
                       & "it." TO RESULT-LINE4
                   STRING "API token generated, fingerprint "
                           DELIMITED BY SIZE
                       apitok-print DELIMITED BY SIZE
                       INTO AUDIT-ACTION
                   END-STRING
               WHEN "SET"
                   MOVE "API token stored" TO RESULT-TITLE
                   STRING "Fingerprint " DELIMITED BY SIZE
                       apitok-print DELIMITED BY SIZE
                       " - in use from the next request."
                           DELIMITED BY SIZE
                       INTO RESULT-LINE1
                   END-STRING
                   STRING "API token entered, fingerprint "
                           DELIMITED BY SIZE
                       apitok-print DELIMITED BY SIZE
                       INTO AUDIT-ACTION
                   END-STRING
               WHEN OTHER
                   MOVE "API token removed" TO RESULT-TITLE
                   MOVE "This kiosk now calls the server anonymously."
                       TO RESULT-LINE1
                   MOVE "API token removed" TO AUDIT-ACTION
           END-EVALUATE
           MOVE SPACES TO apitok-token
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO api-request-data
           MOVE "xRELOAD_CREDENTIALS" TO api-operation
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           PERFORM SHOW-ORDER-RESULT
           MOVE SPACES TO RESULT-LINE2
           .

      * ADMIN-EVENT-ENTRY - Arm or disarm the event code stamped on
      * every journal line. '-' (or disarming) puts the journal back
      * to its normal unarmed field.
       ADMIN-EVENT-ENTRY.
           MOVE SPACES TO EVENT-CODE-INPUT
           DISPLAY ADMIN-EVENT-SCREEN
           ACCEPT ADMIN-EVENT-SCREEN

           IF FUNCTION TRIM(EVENT-CODE-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(EVENT-CODE-INPUT) = "-"
               MOVE "-" TO JOURNAL-EVENT-FIELD
               MOVE "Event mode disarmed" TO RESULT-TITLE
               MOVE "Journal lines carry no event code again."
                   TO RESULT-LINE1
           ELSE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(EVENT-CODE-INPUT))
                   TO JOURNAL-EVENT-FIELD
               MOVE "Event mode armed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "All trade is now stamped with event "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(JOURNAL-EVENT-FIELD)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Run the event settlement report afterwards."
                   TO RESULT-LINE2
           END-IF
           PERFORM SAVE-EVENT-CODE
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Event code set to " DELIMITED BY SIZE
               FUNCTION TRIM(JOURNAL-EVENT-FIELD) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * LOAD-PRICE-QUEUE / SAVE-PRICE-QUEUE - pending-prices.txt is
      * "prodid<TAB>price<TAB>effdate<TAB>requested-by<TAB>
      * approved-by<TAB>state" (state QUEUED or APPROVED), rewritten
      * in full on change like vouchers.txt. Applied entries leave
      * the file.
       LOAD-PRICE-QUEUE.
           MOVE 0 TO PQ-COUNT
           MOVE SPACES TO PQ-ENTRIES
           MOVE 0 TO PENDING-PRICES-EOF

           OPEN INPUT PENDING-PRICES-FILE
           IF PENDING-PRICES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-PRICES-EOF = 1
               READ PENDING-PRICES-FILE
                   AT END
                       MOVE 1 TO PENDING-PRICES-EOF
                   NOT AT END
                       PERFORM PARSE-PRICE-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE PENDING-PRICES-FILE
           .

       PARSE-PRICE-QUEUE-LINE.
           IF FUNCTION TRIM(PENDING-PRICES-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PQ-COUNT < 30
               ADD 1 TO PQ-COUNT
               MOVE SPACES TO PQ-PRICE-TEXT
               UNSTRING PENDING-PRICES-LINE DELIMITED BY X"09"
                   INTO PQ-PROD-ID(PQ-COUNT)
               " is back in stock." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
      *    The message is held back without service consent - say
      *    so now rather than leave them waiting.
           MOVE SPACES TO mcons-request-data
           MOVE "CHECK" TO mcons-op
           MOVE SCREEN-USERNAME TO mcons-username
           MOVE "RESTOCK" TO mcons-kind
           MOVE "ALL" TO mcons-channel
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-allowed = 0
               MOVE "Messages need your consent first:"
                   TO RESULT-LINE2
               MOVE "enter CONSENT:SERVICE ON" TO RESULT-LINE3
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE "Back-in-stock request recorded" TO log-message
           PERFORM LOG-INFO
           .

      * WISH-ORDER - Put a product we do not carry on the signed-in
      * member's wish list. Text that names something already on
      * the shelf (or close enough that the member says so at the
      * did-you-mean prompt) is answered with the product id instead
      * of being recorded.
       WISH-ORDER.
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Wish not recorded" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WISH-ARGS) = SPACES
               MOVE "Wish not recorded" TO RESULT-TITLE
               MOVE "Enter WISH:<the product you miss>."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
      *    The tab separates the fields of wishes.txt.
           INSPECT WISH-ARGS REPLACING ALL X"09" BY SPACE

           MOVE 0 TO DYM-KNOWN
           MOVE SPACES TO DYM-SUGG-ID
           MOVE SPACES TO DYM-SUGG-NAME
           IF INV-ALL-COUNT > 0
               MOVE FUNCTION TRIM(WISH-ARGS) TO DYM-TOKEN-ID
               PERFORM FIND-CLOSEST-PRODUCT
           END-IF
           IF DYM-KNOWN = 0
               AND FUNCTION TRIM(DYM-SUGG-ID) NOT = SPACES
               MOVE SPACES TO DYM-CONFIRM
               IF LINE-MODE = 1
                   DISPLAY "We may stock that already. Did you mean "
                       FUNCTION TRIM(DYM-SUGG-NAME) " (id "
                       FUNCTION TRIM(DYM-SUGG-ID) ")? (Y/N):"
                   ACCEPT DYM-CONFIRM
               ELSE
                   DISPLAY DIDYOUMEAN-SCREEN
                   ACCEPT DIDYOUMEAN-SCREEN
               END-IF
               IF FUNCTION UPPER-CASE(DYM-CONFIRM) = "Y"
                   MOVE 1 TO DYM-KNOWN
               END-IF
           END-IF
           IF DYM-KNOWN = 1
               MOVE "We already stock that" TO RESULT-TITLE
               STRING FUNCTION TRIM(DYM-SUGG-NAME) DELIMITED BY SIZE
                   " is product " DELIMITED BY SIZE
                   FUNCTION TRIM(DYM-SUGG-ID) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Add it to your order with that id."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               MOVE "Wish pointed to a stocked product"
                   TO log-message
               PERFORM LOG-INFO
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-OPEN-WISH
           IF WISH-DUPLICATE = 0
               PERFORM APPEND-WISH-LINE
           END-IF

           MOVE "Wish noted!" TO RESULT-TITLE
           IF WISH-DUPLICATE = 1
               MOVE "Already on your wish list" TO RESULT-TITLE
           END-IF
           MOVE FUNCTION TRIM(WISH-ARGS) TO RESULT-LINE1
           MOVE "The purchasing committee reads every wish;"
               TO RESULT-LINE2
           MOVE "you will hear if we start stocking it."
               TO RESULT-LINE3
      *    As with NOTIFY: no service consent, no message.
           MOVE SPACES TO mcons-request-data
           MOVE "CHECK" TO mcons-op
           MOVE SCREEN-USERNAME TO mcons-username
           MOVE "WISH" TO mcons-kind
           MOVE "ALL" TO mcons-channel
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-allowed = 0
               MOVE "Messages need your consent first:"
                   TO RESULT-LINE4
               MOVE "enter CONSENT:SERVICE ON" TO RESULT-LINE5
           END-IF
           PERFORM SHOW-ORDER-RESULT

           IF WISH-DUPLICATE = 0
               MOVE "Product wish recorded" TO log-message
               PERFORM LOG-INFO
           END-IF
           .

      * CHECK-OPEN-WISH - WISH-DUPLICATE = 1 when the member already
      * has the same text (any case) open on the wish list.
       CHECK-OPEN-WISH.
           MOVE 0 TO WISH-DUPLICATE
           OPEN INPUT WISHES-FILE
           IF WISHES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WISHES-EOF
           PERFORM UNTIL WISHES-EOF = 1 OR WISH-DUPLICATE = 1
               READ WISHES-FILE
                   AT END
                       MOVE 1 TO WISHES-EOF
                   NOT AT END
                       MOVE SPACES TO WISH-F-TS WISH-F-USER
                           WISH-F-TEXT WISH-F-STATE WISH-F-PROD
                       UNSTRING WISHES-LINE DELIMITED BY X"09"
                           INTO WISH-F-TS WISH-F-USER WISH-F-TEXT
                                WISH-F-STATE WISH-F-PROD
                       END-UNSTRING
                       IF FUNCTION TRIM(WISH-F-USER) =
                               FUNCTION TRIM(SCREEN-USERNAME)
                           AND WISH-F-STATE = "OPEN"
                           AND FUNCTION LOWER-CASE(
                               FUNCTION TRIM(WISH-F-TEXT)) =
                               FUNCTION LOWER-CASE(
                               FUNCTION TRIM(WISH-ARGS))
                           MOVE 1 TO WISH-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WISHES-FILE
           .

       APPEND-WISH-LINE.
           OPEN EXTEND WISHES-FILE
           IF WISHES-STATUS = "35"
               OPEN OUTPUT WISHES-FILE
           END-IF
           IF WISHES-STATUS NOT = "00"
               MOVE "Could not open wishes.txt" TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WISHES-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(WISH-ARGS) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "OPEN" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INTO WISHES-LINE
           END-STRING
           WRITE WISHES-LINE
           CLOSE WISHES-FILE
           .

      * PROCESS-BACKINSTOCK-NOTIFY - Stock for NTF-CHECK-ID just
      * went positive: queue one outbox message per waiting member
      * and clear their requests.
       PROCESS-BACKINSTOCK-NOTIFY.
           IF NTF-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NTF-SENT-COUNT
           MOVE 1 TO NTF-IDX
           PERFORM UNTIL NTF-IDX > NTF-COUNT
               IF FUNCTION TRIM(NTF-PROD(NTF-IDX)) =
                       FUNCTION TRIM(NTF-CHECK-ID)
                   MOVE "RESTOCK" TO OUTBOX-KIND
                   MOVE FUNCTION TRIM(NTF-USER(NTF-IDX))
                       TO OUTBOX-USERNAME
                   MOVE SPACES TO OUTBOX-MESSAGE
                   STRING "Product " DELIMITED BY SIZE
                       FUNCTION TRIM(NTF-CHECK-ID) DELIMITED BY SIZE
                       " is back in stock" DELIMITED BY SIZE
                       INTO OUTBOX-MESSAGE
                   END-STRING
                   PERFORM WRITE-OUTBOX-ENTRY
                   ADD 1 TO NTF-SENT-COUNT
                   MOVE NTF-IDX TO NTF-FOUND-IDX
                   PERFORM REMOVE-NOTIFY-ENTRY
               ELSE
                   ADD 1 TO NTF-IDX
               END-IF
           END-PERFORM

           IF NTF-SENT-COUNT > 0
               PERFORM SAVE-NOTIFY-REQUESTS
               MOVE "Back-in-stock notifications queued"
                   TO log-message
               PERFORM LOG-INFO
           END-IF
           .

       REMOVE-NOTIFY-ENTRY.
           SUBTRACT 1 FROM NTF-COUNT
           .

      * CONSENT-ORDER - "CONSENT:" alone shows the signed-in
      * member's message consents; "CONSENT:<category> ON|OFF
      * [<channel>]" gives or withdraws one, ALL meaning every
      * category. The channel defaults to ALL.
       CONSENT-ORDER.
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Consent change failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CNS-ARGS))
               TO CNS-ARGS
           MOVE SPACES TO CNS-CATEGORY
           MOVE SPACES TO CNS-SWITCH
           MOVE SPACES TO CNS-CHANNEL
           UNSTRING CNS-ARGS DELIMITED BY ALL SPACE
               INTO CNS-CATEGORY
                    CNS-SWITCH
                    CNS-CHANNEL
           END-UNSTRING

           IF CNS-CATEGORY = SPACES
               MOVE "Your message consents" TO RESULT-TITLE
               PERFORM FILL-CONSENT-LINES
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           EVALUATE CNS-SWITCH
               WHEN "ON"
               WHEN "YES"
                   MOVE "GIVEN" TO CNS-NEW-STATE
               WHEN "OFF"
               WHEN "NO"
                   MOVE "WITHDRAWN" TO CNS-NEW-STATE
               WHEN OTHER
                   MOVE "Consent change failed" TO RESULT-TITLE
                   MOVE "Enter CONSENT:<category> ON or OFF."
                       TO RESULT-LINE1
                   MOVE "Categories: SERVICE DUNNING MARKETING"
                       TO RESULT-LINE2
                   MOVE "RECEIPTS, or ALL." TO RESULT-LINE3
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CNS-CHANNEL = SPACES
               MOVE "ALL" TO CNS-CHANNEL
           END-IF

           MOVE 0 TO CNS-MATCHED
           MOVE 0 TO CNS-FAILED
           PERFORM VARYING CNS-IDX FROM 1 BY 1 UNTIL CNS-IDX > 4
               IF CNS-CATEGORY = "ALL"
                   OR CNS-CATEGORY = CNS-CAT-NAME(CNS-IDX)
                   MOVE 1 TO CNS-MATCHED
                   MOVE SPACES TO mcons-request-data
                   MOVE "SET" TO mcons-op
                   MOVE SCREEN-USERNAME TO mcons-username
                   MOVE CNS-CAT-NAME(CNS-IDX) TO mcons-category
                   MOVE CNS-CHANNEL TO mcons-channel
                   MOVE CNS-NEW-STATE TO mcons-state
                   MOVE "KIOSK" TO mcons-source
                   CALL "MEMBER-CONSENT" USING
                       mcons-request-data
                       mcons-response-data
                   END-CALL
                   IF mcons-rc NOT = 0
                       MOVE 1 TO CNS-FAILED
                   END-IF
               END-IF
           END-PERFORM

           IF CNS-MATCHED = 0
               MOVE "Consent change failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Unknown category " DELIMITED BY SIZE
                   FUNCTION TRIM(CNS-CATEGORY) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Categories: SERVICE DUNNING MARKETING"
                   TO RESULT-LINE2
               MOVE "RECEIPTS, or ALL." TO RESULT-LINE3
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CNS-FAILED = 1
               MOVE "Consent change failed" TO RESULT-TITLE
               MOVE "Channel must be ALL, WEBHOOK or PERSONAL."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "Consent recorded" TO RESULT-TITLE
           PERFORM FILL-CONSENT-LINES
           PERFORM SHOW-ORDER-RESULT
           .

      * FILL-CONSENT-LINES - One result line per category with its
      * latest state, and how to change it underneath.
       FILL-CONSENT-LINES.
           PERFORM VARYING CNS-IDX FROM 1 BY 1 UNTIL CNS-IDX > 4
               MOVE SPACES TO mcons-request-data
               MOVE "STATE" TO mcons-op
               MOVE SCREEN-USERNAME TO mcons-username
               MOVE CNS-CAT-NAME(CNS-IDX) TO mcons-category
               CALL "MEMBER-CONSENT" USING
                   mcons-request-data
                   mcons-response-data
               END-CALL
               MOVE SPACES TO CNS-STATE-LINE
               IF mcons-found = 1
                   STRING
                       CNS-CAT-NAME(CNS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       mcons-found-state DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       mcons-found-date DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(mcons-found-channel)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CNS-STATE-LINE
                   END-STRING
               ELSE
                   STRING
                       CNS-CAT-NAME(CNS-IDX) DELIMITED BY SIZE
                       " not given" DELIMITED BY SIZE
                       INTO CNS-STATE-LINE
                   END-STRING
               END-IF
               EVALUATE CNS-IDX
                   WHEN 1
                       MOVE CNS-STATE-LINE TO RESULT-LINE1
                   WHEN 2
                       MOVE CNS-STATE-LINE TO RESULT-LINE2
                   WHEN 3
                       MOVE CNS-STATE-LINE TO RESULT-LINE3
                   WHEN OTHER
                       MOVE CNS-STATE-LINE TO RESULT-LINE4
               END-EVALUATE
           END-PERFORM
           MOVE "Change with CONSENT:<category> ON|OFF"
               TO RESULT-LINE5
           .

      * ADDRESS-ORDER - "ADDRESS:" alone shows where the signed-in
      * member's personal messages (e-receipts) go and how the last
      * deliveries went; "ADDRESS:<e-mail>" or "ADDRESS:@<handle>"
      * sets it and "ADDRESS:NONE" removes it. Receipts also need
      * CONSENT:RECEIPTS ON.
       ADDRESS-ORDER.
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Address change failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(ERC-ADDR-ARGS) NOT = SPACES
               MOVE SPACES TO mcons-request-data
               MOVE "SETADDR" TO mcons-op
               MOVE SCREEN-USERNAME TO mcons-username
               MOVE FUNCTION TRIM(ERC-ADDR-ARGS) TO mcons-address
               MOVE "KIOSK" TO mcons-source
               CALL "MEMBER-CONSENT" USING
                   mcons-request-data
                   mcons-response-data
               END-CALL
               IF mcons-rc NOT = 0
                   MOVE "Address change failed" TO RESULT-TITLE
                   MOVE "Enter ADDRESS:<e-mail address>, "
                       & "ADDRESS:@<chat handle>" TO RESULT-LINE1
                   MOVE "or ADDRESS:NONE to remove it."
                       TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE "Delivery address recorded" TO RESULT-TITLE
           ELSE
               MOVE "Your delivery address" TO RESULT-TITLE
           END-IF

           MOVE SPACES TO mcons-request-data
           MOVE "ADDRESS" TO mcons-op
           MOVE SCREEN-USERNAME TO mcons-username
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-found-addr-type = SPACES
               MOVE "No delivery address on file." TO RESULT-LINE1
           ELSE
               STRING
                   FUNCTION TRIM(mcons-found-addr-type)
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(mcons-found-address) DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
           END-IF

           IF mcons-last-outcome = SPACES
               MOVE "Nothing delivered yet." TO RESULT-LINE2
           ELSE
               STRING "Last delivery " DELIMITED BY SIZE
                   mcons-last-date DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(mcons-last-outcome) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
               IF mcons-fail-count > 0
                   MOVE mcons-fail-count TO ERC-FAIL-DISP
                   STRING FUNCTION TRIM(ERC-FAIL-DISP)
                           DELIMITED BY SIZE
                       " failed attempt(s) since the last success"
                           DELIMITED BY SIZE
                       INTO RESULT-LINE3
                   END-STRING
               END-IF
           END-IF

           MOVE SPACES TO mcons-request-data
           MOVE "STATE" TO mcons-op
           MOVE SCREEN-USERNAME TO mcons-username
           MOVE "RECEIPTS" TO mcons-category
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-found = 1 AND mcons-found-state = "GIVEN"
               MOVE "E-receipts: on" TO RESULT-LINE4
           ELSE
               MOVE "E-receipts: off - enter CONSENT:RECEIPTS ON"
                   TO RESULT-LINE4
           END-IF
           MOVE "Change with ADDRESS:<e-mail|@handle|NONE>"
               TO RESULT-LINE5
           PERFORM SHOW-ORDER-RESULT
           .

       LOAD-CLEARANCE-FILE.
           MOVE 0 TO CLEAR-COUNT
           MOVE SPACES TO CLEAR-ENTRIES
               INTO STOCK-PATH
           END-STRING

           MOVE SPACES TO RECIPE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/recipes.txt" DELIMITED BY SIZE
               INTO RECIPE-PATH
           END-STRING

           MOVE SPACES TO STOCK-OPEN-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock-open.txt" DELIMITED BY SIZE
               INTO STOCK-OPEN-PATH
           END-STRING

           MOVE SPACES TO KEG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/kegs.txt" DELIMITED BY SIZE
               INTO KEG-PATH
           END-STRING

           MOVE SPACES TO KEG-YIELD-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/keg-yield.log" DELIMITED BY SIZE
               INTO KEG-YIELD-PATH
           END-STRING

           MOVE SPACES TO ROOM-STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/room-stock.txt" DELIMITED BY SIZE
               INTO ROOM-STOCK-PATH
           END-STRING

           MOVE SPACES TO XFER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock-transfers.txt" DELIMITED BY SIZE
               INTO XFER-PATH
           END-STRING

           MOVE SPACES TO RENTAL-ITEMS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/rental-items.txt" DELIMITED BY SIZE
               INTO RENTAL-ITEMS-PATH
           END-STRING

           MOVE SPACES TO RENTALS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/rentals.txt" DELIMITED BY SIZE
               INTO RENTALS-PATH
           END-STRING

           MOVE SPACES TO RAFFLES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffles.txt" DELIMITED BY SIZE
               INTO RAFFLES-PATH
           END-STRING

           MOVE SPACES TO RAFFLE-TICKETS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-tickets.txt" DELIMITED BY SIZE
               INTO RAFFLE-TICKETS-PATH
           END-STRING

           MOVE SPACES TO RAFFLE-DRAWS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-draws.txt" DELIMITED BY SIZE
               INTO RAFFLE-DRAWS-PATH
           END-STRING

           MOVE SPACES TO PREORDERS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/preorders.txt" DELIMITED BY SIZE
               INTO PREORDERS-PATH
           END-STRING

           MOVE SPACES TO SHRINK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shrinkage.log" DELIMITED BY SIZE
               INTO SHRINK-PATH
           END-STRING

           MOVE SPACES TO HOSP-BUDGET-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/hospitality-budgets.txt" DELIMITED BY SIZE
               INTO HOSP-BUDGET-PATH
           END-STRING

           MOVE SPACES TO CURRENT-SHIFT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/current-shift.txt" DELIMITED BY SIZE
               INTO CURRENT-SHIFT-PATH
           END-STRING

           MOVE SPACES TO SHIFTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shifts.log" DELIMITED BY SIZE
               INTO SHIFTS-PATH
           END-STRING

           MOVE SPACES TO OPERATORS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/operators.txt" DELIMITED BY SIZE
               INTO OPERATORS-PATH
           END-STRING

           MOVE SPACES TO LOCKOUT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/operator-lockout.txt" DELIMITED BY SIZE
               INTO LOCKOUT-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-HELD-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox-suppressed.log" DELIMITED BY SIZE
               INTO OUTBOX-HELD-PATH
           END-STRING

           MOVE SPACES TO ERECEIPT-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/ereceipts" DELIMITED BY SIZE
               INTO ERECEIPT-DIR
           END-STRING

           MOVE SPACES TO CONFIG-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(ERECEIPT-DIR) DELIMITED BY SIZE
               INTO CONFIG-CMD
           END-STRING
           CALL "SYSTEM" USING CONFIG-CMD
           END-CALL

           MOVE SPACES TO VOUCHERS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/vouchers.txt" DELIMITED BY SIZE
               INTO VOUCHERS-PATH
           END-STRING

           MOVE SPACES TO TABS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/open-tabs.txt" DELIMITED BY SIZE
               INTO TABS-PATH
           END-STRING

           MOVE SPACES TO EVENT-CODE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/event-code.txt" DELIMITED BY SIZE
               INTO EVENT-CODE-PATH
           END-STRING

           MOVE SPACES TO PENDING-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pending-prices.txt" DELIMITED BY SIZE
               INTO PENDING-PRICES-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           MOVE SPACES TO DICT-TMP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt.tmp" DELIMITED BY SIZE
               INTO DICT-TMP-PATH
           END-STRING

           MOVE SPACES TO CHASE-STATE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/chase-state.txt" DELIMITED BY SIZE
               INTO CHASE-STATE-PATH
           END-STRING

           MOVE SPACES TO CHASE-STATE-TMP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/chase-state.txt.tmp" DELIMITED BY SIZE
               INTO CHASE-STATE-TMP-PATH
           END-STRING

           MOVE SPACES TO CLOSED-PERIODS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/closed-periods.txt" DELIMITED BY SIZE
               INTO CLOSED-PERIODS-PATH
           END-STRING

           MOVE SPACES TO COST-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cost-prices.txt" DELIMITED BY SIZE
               INTO COST-PRICES-PATH
           END-STRING

           MOVE SPACES TO CLEARANCE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/clearance.txt" DELIMITED BY SIZE
               INTO CLEARANCE-PATH
           END-STRING

           MOVE SPACES TO NOTIFY-PATH
               INTO PAYOUT-PATH
           END-STRING

           MOVE SPACES TO DISPUTES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/disputes.txt" DELIMITED BY SIZE
               INTO DISPUTES-PATH
           END-STRING

           MOVE SPACES TO GROUPS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               INTO MEMBER-CARDS-PATH
           END-STRING

           MOVE SPACES TO CARD-REGISTER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/card-register.txt" DELIMITED BY SIZE
               INTO CARD-REGISTER-PATH
           END-STRING

           MOVE SPACES TO PROMOS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               INTO PROMOS-PATH
           END-STRING

           MOVE SPACES TO PRICE-LEVELS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/price-levels.txt" DELIMITED BY SIZE
               INTO PRICE-LEVELS-PATH
           END-STRING

           MOVE SPACES TO PROMILLE-LOG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/promille.log" DELIMITED BY SIZE
               INTO PROMILLE-LOG-PATH
           END-STRING

           MOVE SPACES TO WISHES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/wishes.txt" DELIMITED BY SIZE
               INTO WISHES-PATH
           END-STRING

           MOVE SPACES TO COOLING-UNITS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cooling-units.txt" DELIMITED BY SIZE
               INTO COOLING-UNITS-PATH
           END-STRING

           MOVE SPACES TO TEMP-LOG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/temperature-log.txt" DELIMITED BY SIZE
               INTO TEMP-LOG-PATH
           END-STRING

           MOVE SPACES TO LOGBOOK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/logbook.txt" DELIMITED BY SIZE
               INTO LOGBOOK-PATH
           END-STRING

           MOVE SPACES TO CHECKLIST-LOG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shift-checklist.log" DELIMITED BY SIZE
               INTO CHECKLIST-LOG-PATH
           END-STRING

           MOVE SPACES TO TRAINING-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/training.txt" DELIMITED BY SIZE
               INTO TRAINING-PATH
           END-STRING

           MOVE SPACES TO SHADOW-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
           PERFORM LOAD-BARCODE-MAP
           PERFORM LOAD-AGE-RESTRICTED-LIST
           PERFORM LOAD-STOCK-FILE
           PERFORM LOAD-RECIPE-FILE
           PERFORM LOAD-STOCK-OPEN-FILE
           PERFORM LOAD-KEG-FILE
           PERFORM LOAD-ROOM-STOCK-FILE
           PERFORM LOAD-XFER-FILE
           PERFORM LOAD-RENTAL-ITEMS
           PERFORM LOAD-PREORDERS-FILE
           PERFORM LOAD-CURRENT-SHIFT
           PERFORM LOAD-VOUCHERS-FILE
           PERFORM LOAD-OPEN-TABS
           PERFORM LOAD-VAT-CLASSES
           PERFORM LOAD-MEMBER-PINS
           PERFORM LOAD-MEMBER-CARD-MAP
           PERFORM LOAD-CARD-REGISTER
           PERFORM LOAD-PROMOS-FILE
           PERFORM LOAD-PRICE-LEVELS
           PERFORM LOAD-SHADOW-LEDGER
           PERFORM LOAD-JOURNAL-SEQ
           PERFORM LOAD-SALES-HOURS
           PERFORM LOAD-PANT-FILE
           PERFORM LOAD-COOLING-UNITS
           PERFORM LOAD-TEMPERATURE-STATE

           PERFORM TAKE-SIDE-FILES-FPRINT
           MOVE SIDEF-FPRINT TO SIDEF-LAST-FPRINT
                       api-request-data
                       api-response-data
                   END-CALL
                   IF api-response-status = 401
                       DISPLAY "replay-queue: STOPPED - server "
                           "refused this kiosk's API credentials "
                           "(queue kept)"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       DISPLAY "replay-queue: pending sales replayed "
                           "(failures re-queued)"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * blank ENTER buys the cart, BAL shows the balance, QUIT
      * leaves. Deposits, voids, transfers and the other cart
      * commands run through the same paragraphs as the full-screen
      * kiosk (see LINE-MODE-DISPATCH-ITEM); only GUEST, COMP and
      * RETURN are refused, since their staff confirmation is a
      * SCREEN SECTION form.
       LINE-MODE-MAIN.
           PERFORM KIOSK-INVENTORY-LOAD
           PERFORM CLEAR-CART
               ELSE
                   IF FUNCTION TRIM(SCREEN-USERNAME) NOT = SPACES
                       PERFORM RESOLVE-CARD-USERNAME
                       IF FUNCTION TRIM(SCREEN-USERNAME) NOT = SPACES
                           PERFORM LINE-MODE-SESSION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * LINE-MODE-DISPATCH-ITEM - The same special cart commands
      * KIOSK-SELECTION's screen loop dispatches, minus GUEST, COMP
      * and RETURN (whose staff confirmation lives in SCREEN SECTION
      * forms, so they are refused with a message); anything that
      * is not a command is a product token for the cart.
       LINE-MODE-DISPATCH-ITEM.
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM
                   MOVE CART-ITEM-INPUT(6:59) TO PANT-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM PANT-RETURN-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:6))
                       = "WASTE:"
                   MOVE CART-ITEM-INPUT(7:58) TO WST-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM WASTE-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "CHECKOUT:"
                   MOVE CART-ITEM-INPUT(10:55) TO RNT-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM RENTAL-CHECKOUT-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                       = "CHECKIN:"
                   MOVE CART-ITEM-INPUT(9:56) TO RNT-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM RENTAL-CHECKIN-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:7))
                       = "RAFFLE:"
                   MOVE CART-ITEM-INPUT(8:57) TO RAF-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM RAFFLE-SELL-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "PREORDER:"
                   MOVE CART-ITEM-INPUT(10:55) TO PRE-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM PREORDER-HANDOVER-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                       = "CLOCKIN:"
                   MOVE CART-ITEM-INPUT(9:56) TO TCK-ARGS
                   MOVE "IN" TO TCK-KIND
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM TIMECLOCK-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "CLOCKOUT:"
                   MOVE CART-ITEM-INPUT(10:55) TO TCK-ARGS
                   MOVE "OUT" TO TCK-KIND
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM TIMECLOCK-ORDER
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM
                       (CART-ITEM-INPUT)) = "POINTS"
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM POINTS-SHOW-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:7))
                       = "REDEEM:"
                   MOVE CART-ITEM-INPUT(8:57) TO PTS-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM POINTS-REDEEM-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:7))
                       = "PAYOUT:"
                   MOVE CART-ITEM-INPUT(8:57) TO PAYO-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM PAYOUT-REQUEST-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:6))
                       = "SPLIT:"
                   MOVE CART-ITEM-INPUT(7:58) TO SPLIT-ARGS
                   MOVE CART-ITEM-INPUT(8:57) TO NTF-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM NOTIFY-REQUEST-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                       = "WISH:"
                   MOVE CART-ITEM-INPUT(6:59) TO WISH-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM WISH-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                       = "TEMP:"
                   MOVE CART-ITEM-INPUT(6:59) TO HACCP-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM TEMP-READING-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5))
                       = "NOTE:"
                   MOVE CART-ITEM-INPUT(6:59) TO LOGB-ARGS
                   MOVE "INFO" TO LOGB-KIND
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM NOTE-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "FOLLOWUP:"
                   MOVE CART-ITEM-INPUT(10:55) TO LOGB-ARGS
                   MOVE "FOLLOWUP" TO LOGB-KIND
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM NOTE-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "NOTEDONE:"
                   MOVE CART-ITEM-INPUT(10:55) TO LOGB-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM NOTE-DONE-ORDER
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM
                       (CART-ITEM-INPUT)) = "NOTES"
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM NOTES-SHOW-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                       = "CONSENT:"
                   MOVE CART-ITEM-INPUT(9:56) TO CNS-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM CONSENT-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:8))
                       = "ADDRESS:"
                   MOVE CART-ITEM-INPUT(9:56) TO ERC-ADDR-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   PERFORM ADDRESS-ORDER
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:9))
                       = "TABCLOSE:"
                   MOVE CART-ITEM-INPUT(10:55) TO TAB-ARGS
                   MOVE SPACES TO CART-ITEM-INPUT
                   DISPLAY "GUEST sales need the full-screen kiosk "
                       "(staff confirmation screens)."
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:5)) = "COMP:"
                   MOVE SPACES TO CART-ITEM-INPUT
                   DISPLAY "COMP needs the full-screen kiosk "
                       "(MAINT approval screen)."
               WHEN FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:7))
                       = "RETURN:"
                   MOVE SPACES TO CART-ITEM-INPUT
                   DISPLAY "RETURN needs the full-screen kiosk "
                       "(refund lines and MAINT approval screens)."
               WHEN OTHER
                   PERFORM RESOLVE-QUICK-PICK
                   PERFORM RESOLVE-BARCODE-INPUT
           ELSE
               DISPLAY "Balance unavailable (backend unreachable)."
           END-IF
           MOVE member-id TO PAYREF-MEMBER-ID
           PERFORM MAKE-PAYMENT-REF
           IF PAYREF-TEXT NOT = SPACES
               DISPLAY "Top-up payment ref: " FUNCTION TRIM(PAYREF-TEXT)
           END-IF
           .

      * PARSE-CHECK-FLAG-ARG - Look for a "--check" command-line flag
           END-IF
           .

      * LOAD-CARD-REGISTER - Read card-register.txt (tab-separated,
      * layout under card-register-work). No file yet just means no
      * card has been issued from this kiosk's admin menu.
       LOAD-CARD-REGISTER.
           MOVE 0 TO CREG-COUNT
           MOVE SPACES TO CREG-ENTRIES
           MOVE 0 TO CARD-REGISTER-EOF

           OPEN INPUT CARD-REGISTER-FILE
           IF CARD-REGISTER-STATUS NOT = "35"
               PERFORM UNTIL CARD-REGISTER-EOF = 1
                   READ CARD-REGISTER-FILE
                       AT END
                           MOVE 1 TO CARD-REGISTER-EOF
                       NOT AT END
                           PERFORM PARSE-CARD-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE CARD-REGISTER-FILE
           END-IF
           .

       PARSE-CARD-REGISTER-LINE.
           IF FUNCTION TRIM(CARD-REGISTER-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CARD-REGISTER-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF CREG-COUNT < 300
               ADD 1 TO CREG-COUNT
               UNSTRING CARD-REGISTER-LINE DELIMITED BY X"09"
                   INTO CREG-TOKEN(CREG-COUNT)
                        CREG-USER(CREG-COUNT)
                        CREG-TAIL(CREG-COUNT)
                        CREG-STATUS(CREG-COUNT)
                        CREG-ISSUED(CREG-COUNT)
                        CREG-ISSUED-BY(CREG-COUNT)
                        CREG-CHANGED(CREG-COUNT)
                        CREG-REASON(CREG-COUNT)
                        CREG-CHANGED-BY(CREG-COUNT)
               END-UNSTRING
           END-IF
           .

      * SAVE-CARD-REGISTER - Rewrite card-register.txt from the
      * in-memory table through the usual atomic switch. Empty
      * fields go out as "-" so every line keeps its nine columns
      * when someone reads it with cut or awk.
       SAVE-CARD-REGISTER.
           MOVE CARD-REGISTER-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO CARD-REGISTER-PATH
           OPEN OUTPUT CARD-REGISTER-FILE
           PERFORM VARYING CREG-IDX FROM 1 BY 1
                   UNTIL CREG-IDX > CREG-COUNT
               IF CREG-ISSUED-BY(CREG-IDX) = SPACES
                   MOVE "-" TO CREG-ISSUED-BY(CREG-IDX)
               END-IF
               IF CREG-ISSUED(CREG-IDX) = SPACES
                   MOVE "-" TO CREG-ISSUED(CREG-IDX)
               END-IF
               IF CREG-CHANGED(CREG-IDX) = SPACES
                   MOVE "-" TO CREG-CHANGED(CREG-IDX)
               END-IF
               IF CREG-REASON(CREG-IDX) = SPACES
                   MOVE "-" TO CREG-REASON(CREG-IDX)
               END-IF
               IF CREG-CHANGED-BY(CREG-IDX) = SPACES
                   MOVE "-" TO CREG-CHANGED-BY(CREG-IDX)
               END-IF
               MOVE SPACES TO CARD-REGISTER-LINE
               STRING
                   FUNCTION TRIM(CREG-TOKEN(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-USER(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-TAIL(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-STATUS(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-ISSUED(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-ISSUED-BY(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-CHANGED(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-REASON(CREG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CREG-CHANGED-BY(CREG-IDX))
                       DELIMITED BY SIZE
                   INTO CARD-REGISTER-LINE
               END-STRING
               WRITE CARD-REGISTER-LINE
           END-PERFORM
           CLOSE CARD-REGISTER-FILE
           MOVE ATOMIC-REAL-PATH TO CARD-REGISTER-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           .

      * RESOLVE-CARD-USERNAME - A raw numeric scan in the username
      * field (what the kiosk's USB scanner types) that matches a
      * membercards.txt entry is swapped for that member's username,
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    Not a working card - a scan of a blocked or replaced one
      *    is refused here instead of going on as a username.
           IF MCARD-IDX > MCARD-COUNT
               PERFORM VARYING CREG-IDX FROM 1 BY 1
                       UNTIL CREG-IDX > CREG-COUNT
                   IF CREG-STATUS(CREG-IDX) NOT = "ACTIVE"
                       MOVE FUNCTION TRIM(SCREEN-USERNAME)
                           TO HASH-INPUT
                       MOVE CREG-TOKEN(CREG-IDX) TO HASH-TOKEN
                       PERFORM HASH-MATCHES-STORED
                       IF HASH-TOKEN = CREG-TOKEN(CREG-IDX)
                           MOVE CREG-IDX TO CREG-HIT-IDX
                           PERFORM REFUSE-RETIRED-CARD
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      * ADMIN-MEMBER-CARDS - Issue, block, replace and look up the
      * member cards behind RESOLVE-CARD-USERNAME. Every change
      * goes to membercards.txt (cards that work) and
      * card-register.txt (every card ever handed out) together,
      * and is audited under the operator typed on the screen.
       ADMIN-MEMBER-CARDS.
           MOVE SPACES TO CARDM-CHOICE
           MOVE SPACES TO CARDM-USER-INPUT
           MOVE SPACES TO CARDM-NUMBER-INPUT
           MOVE SPACES TO CARDM-REASON-INPUT
           MOVE ADMIN-OPERATOR TO CARDM-OPER-INPUT
           DISPLAY ADMIN-CARD-SCREEN
           ACCEPT ADMIN-CARD-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF CARDM-CHOICE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CARDM-USER-INPUT) TO CARDM-USER-INPUT
           IF CARDM-USER-INPUT = SPACES
               MOVE "Member cards unchanged" TO RESULT-TITLE
               MOVE "A username is required." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
      *    The register is tab-separated and membercards.txt splits
      *    on "=", so neither may turn up in the free text.
           INSPECT CARDM-REASON-INPUT REPLACING ALL X"09" BY SPACE
           INSPECT CARDM-REASON-INPUT REPLACING ALL "=" BY "-"
           INSPECT CARDM-OPER-INPUT REPLACING ALL X"09" BY SPACE
           MOVE FUNCTION TRIM(CARDM-REASON-INPUT)
               TO CARDM-REASON-INPUT
           MOVE FUNCTION TRIM(CARDM-OPER-INPUT) TO CARDM-OPER-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARDM-TODAY

           EVALUATE CARDM-CHOICE
               WHEN "V"
               WHEN "v"
                   PERFORM CARD-VIEW-MEMBER
                   EXIT PARAGRAPH
               WHEN "I"
               WHEN "i"
               WHEN "B"
               WHEN "b"
               WHEN "R"
               WHEN "r"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF CARDM-OPER-INPUT = SPACES
               MOVE "Member cards unchanged" TO RESULT-TITLE
               MOVE "Type the operator handing out or blocking the "
                   & "card." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CARDM-REASON-INPUT = SPACES
               AND CARDM-CHOICE NOT = "I" AND CARDM-CHOICE NOT = "i"
               MOVE "Member cards unchanged" TO RESULT-TITLE
               MOVE "A reason is required to block or replace a card."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           EVALUATE CARDM-CHOICE
               WHEN "I"
               WHEN "i"
                   PERFORM CARD-ISSUE-FIRST
               WHEN "B"
               WHEN "b"
                   PERFORM CARD-BLOCK-MEMBER
               WHEN OTHER
                   PERFORM CARD-REPLACE-MEMBER
           END-EVALUATE
           .

      * CARD-COUNT-HELD - How many working cards CARDM-USER-INPUT
      * holds right now (membercards.txt entries) into CARDM-HELD,
      * and whether the register knows the member at all into
      * CREG-FOUND.
       CARD-COUNT-HELD.
           MOVE 0 TO CARDM-HELD
           MOVE 0 TO CREG-FOUND
           PERFORM VARYING MCARD-IDX FROM 1 BY 1
                   UNTIL MCARD-IDX > MCARD-COUNT
               IF FUNCTION TRIM(MCARD-USER(MCARD-IDX))
                   = FUNCTION TRIM(CARDM-USER-INPUT)
                   ADD 1 TO CARDM-HELD
               END-IF
           END-PERFORM
           PERFORM VARYING CREG-IDX FROM 1 BY 1
                   UNTIL CREG-IDX > CREG-COUNT
               IF FUNCTION TRIM(CREG-USER(CREG-IDX))
                   = FUNCTION TRIM(CARDM-USER-INPUT)
                   MOVE 1 TO CREG-FOUND
               END-IF
           END-PERFORM
           .

      * CARD-ISSUE-FIRST - A member's first card (or a new one after
      * a block). A member who still has a working card gets R,
      * never a second live card.
       CARD-ISSUE-FIRST.
           PERFORM CARD-COUNT-HELD
           IF CARDM-HELD > 0
               MOVE "Card not issued" TO RESULT-TITLE
               STRING FUNCTION TRIM(CARDM-USER-INPUT)
                   DELIMITED BY SIZE
                   " already has a working card - use R to replace it."
                   DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM CARD-PICK-NUMBER
           IF CARDM-ISSUED-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CARD-ADD-NEW

           MOVE SPACES TO AUDIT-ACTION
           STRING "Member card issued to " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               " ..." DELIMITED BY SIZE
               CARDM-TAIL DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM CARD-AUDIT-AS-OPERATOR

           MOVE "Member card issued" TO RESULT-TITLE
           PERFORM CARD-RESULT-NEW-NUMBER
           PERFORM SHOW-ORDER-RESULT
           .

      * CARD-BLOCK-MEMBER - Lost or stolen: every working card of
      * the member stops working at once and stays in the register
      * as BLOCKED, so a later scan of it is refused and recorded.
       CARD-BLOCK-MEMBER.
           MOVE "BLOCKED" TO CARDM-NEW-STATUS
           PERFORM CARD-RETIRE-USER-CARDS
           IF CARDM-RETIRED = 0
               MOVE "Nothing blocked" TO RESULT-TITLE
               STRING FUNCTION TRIM(CARDM-USER-INPUT)
                   DELIMITED BY SIZE
                   " has no working card." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE CARDM-RETIRED TO CARDM-COUNT-DISP
           MOVE SPACES TO AUDIT-ACTION
           STRING "Member card blocked: " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               " x" DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-COUNT-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-REASON-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM CARD-AUDIT-AS-OPERATOR

           MOVE "Member card blocked" TO RESULT-TITLE
           STRING FUNCTION TRIM(CARDM-COUNT-DISP) DELIMITED BY SIZE
               " card(s) of " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               " no longer work." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE "A scan of a blocked card is refused and shows up "
               & "in the audit log." TO RESULT-LINE2
           MOVE "Use I to hand the member a new card." TO RESULT-LINE3
           PERFORM SHOW-ORDER-RESULT
           .

      * CARD-REPLACE-MEMBER - Worn out or lost-and-reported in one
      * step: the new number is settled first, so a bad scan leaves
      * the old card working, then the old card is marked REPLACED
      * and the new one issued and printed.
       CARD-REPLACE-MEMBER.
           PERFORM CARD-COUNT-HELD
           IF CARDM-HELD = 0 AND CREG-FOUND = 0
               MOVE "Card not replaced" TO RESULT-TITLE
               STRING FUNCTION TRIM(CARDM-USER-INPUT)
                   DELIMITED BY SIZE
                   " has never had a card - use I to issue one."
                   DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM CARD-PICK-NUMBER
           IF CARDM-ISSUED-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "REPLACED" TO CARDM-NEW-STATUS
           PERFORM CARD-RETIRE-USER-CARDS
           PERFORM CARD-ADD-NEW

           MOVE SPACES TO AUDIT-ACTION
           STRING "Member card replaced: " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               " new ..." DELIMITED BY SIZE
               CARDM-TAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-REASON-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM CARD-AUDIT-AS-OPERATOR

           MOVE "Member card replaced" TO RESULT-TITLE
           PERFORM CARD-RESULT-NEW-NUMBER
           MOVE "The old card no longer works." TO RESULT-LINE4
           PERFORM SHOW-ORDER-RESULT
           .

      * CARD-PICK-NUMBER - Settle the number for a new card into
      * CARDM-NUMBER/-TAIL: the blank card scanned into the number
      * field, or a fresh one made from the clock for the printed
      * label. A number any card - working, blocked or replaced -
      * already used is refused, so a scan always means one card.
      * CARDM-ISSUED-OK 1 = usable, 0 = refused (result shown).
       CARD-PICK-NUMBER.
           MOVE 0 TO CARDM-ISSUED-OK
           MOVE SPACES TO CARDM-NUMBER
           IF MCARD-COUNT >= 100 OR CREG-COUNT >= 300
               MOVE "Card not issued" TO RESULT-TITLE
               MOVE "membercards.txt or card-register.txt is full."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CARDM-NUMBER-INPUT) = SPACES
               STRING "7" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(3:14) DELIMITED BY SIZE
                   INTO CARDM-NUMBER
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(CARDM-NUMBER-INPUT) TO CARDM-NUMBER
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CARDM-NUMBER))
               TO CARDM-NUMBER-LEN
           IF FUNCTION TRIM(CARDM-NUMBER) IS NOT NUMERIC
               OR CARDM-NUMBER-LEN < 6
               MOVE "Card not issued" TO RESULT-TITLE
               MOVE "A card number is digits only, at least 6 of "
                   & "them." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MCARD-IDX FROM 1 BY 1
                   UNTIL MCARD-IDX > MCARD-COUNT
               MOVE FUNCTION TRIM(CARDM-NUMBER) TO HASH-INPUT
               MOVE MCARD-CODE(MCARD-IDX) TO HASH-TOKEN
               PERFORM HASH-MATCHES-STORED
               IF HASH-TOKEN = MCARD-CODE(MCARD-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING CREG-IDX FROM 1 BY 1
                   UNTIL CREG-IDX > CREG-COUNT
                   OR MCARD-IDX NOT > MCARD-COUNT
               MOVE FUNCTION TRIM(CARDM-NUMBER) TO HASH-INPUT
               MOVE CREG-TOKEN(CREG-IDX) TO HASH-TOKEN
               PERFORM HASH-MATCHES-STORED
               IF HASH-TOKEN = CREG-TOKEN(CREG-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MCARD-IDX NOT > MCARD-COUNT
               OR CREG-IDX NOT > CREG-COUNT
               MOVE "Card not issued" TO RESULT-TITLE
               MOVE "That card number already belongs to a card "
                   & "(working, blocked or replaced)."
                   TO RESULT-LINE1
               MOVE "Take another blank card." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE CARDM-NUMBER(CARDM-NUMBER-LEN - 3:4) TO CARDM-TAIL
           MOVE 1 TO CARDM-ISSUED-OK
           .

      * CARD-ADD-NEW - Put the settled number to work: a hash token
      * in membercards.txt, an ACTIVE line in card-register.txt,
      * then the label on the receipt printer.
       CARD-ADD-NEW.
           MOVE FUNCTION TRIM(CARDM-NUMBER) TO HASH-INPUT
           PERFORM MAKE-FRESH-SALT
           PERFORM COMPUTE-SECRET-HASH

           ADD 1 TO MCARD-COUNT
           MOVE HASH-TOKEN TO MCARD-CODE(MCARD-COUNT)
           MOVE CARDM-USER-INPUT TO MCARD-USER(MCARD-COUNT)
           PERFORM SAVE-MEMBER-CARD-MAP

           ADD 1 TO CREG-COUNT
           MOVE HASH-TOKEN TO CREG-TOKEN(CREG-COUNT)
           MOVE CARDM-USER-INPUT TO CREG-USER(CREG-COUNT)
           MOVE CARDM-TAIL TO CREG-TAIL(CREG-COUNT)
           MOVE "ACTIVE" TO CREG-STATUS(CREG-COUNT)
           MOVE CARDM-TODAY TO CREG-ISSUED(CREG-COUNT)
           MOVE CARDM-OPER-INPUT TO CREG-ISSUED-BY(CREG-COUNT)
           MOVE CARDM-TODAY TO CREG-CHANGED(CREG-COUNT)
           IF CARDM-CHOICE = "R" OR CARDM-CHOICE = "r"
               MOVE "replacement" TO CREG-REASON(CREG-COUNT)
           ELSE
               MOVE "new card" TO CREG-REASON(CREG-COUNT)
           END-IF
           MOVE CARDM-OPER-INPUT TO CREG-CHANGED-BY(CREG-COUNT)
           PERFORM SAVE-CARD-REGISTER

           PERFORM PRINT-CARD-LABEL
           .

      * CARD-RETIRE-USER-CARDS - Take every working card of
      * CARDM-USER-INPUT out of membercards.txt and mark it
      * CARDM-NEW-STATUS in the register. A card mapped before the
      * register existed gets its register line now (last digits
      * unknown, "----"), so it too is recognised when scanned.
      * CARDM-RETIRED = how many cards stopped working.
       CARD-RETIRE-USER-CARDS.
           MOVE 0 TO CARDM-RETIRED
           PERFORM VARYING CREG-IDX FROM 1 BY 1
                   UNTIL CREG-IDX > CREG-COUNT
               IF FUNCTION TRIM(CREG-USER(CREG-IDX))
                   = FUNCTION TRIM(CARDM-USER-INPUT)
                   AND CREG-STATUS(CREG-IDX) = "ACTIVE"
                   MOVE CARDM-NEW-STATUS TO CREG-STATUS(CREG-IDX)
                   MOVE CARDM-TODAY TO CREG-CHANGED(CREG-IDX)
                   MOVE CARDM-REASON-INPUT TO CREG-REASON(CREG-IDX)
                   MOVE CARDM-OPER-INPUT TO CREG-CHANGED-BY(CREG-IDX)
                   ADD 1 TO CARDM-RETIRED
               END-IF
           END-PERFORM

           MOVE 0 TO MCARD-KEPT
           PERFORM VARYING MCARD-IDX FROM 1 BY 1
                   UNTIL MCARD-IDX > MCARD-COUNT
               IF FUNCTION TRIM(MCARD-USER(MCARD-IDX))
                   = FUNCTION TRIM(CARDM-USER-INPUT)
                   MOVE 0 TO CREG-FOUND
                   PERFORM VARYING CREG-IDX FROM 1 BY 1
                           UNTIL CREG-IDX > CREG-COUNT
                       IF CREG-TOKEN(CREG-IDX) = MCARD-CODE(MCARD-IDX)
                           MOVE 1 TO CREG-FOUND
                       END-IF
                   END-PERFORM
                   IF CREG-FOUND = 0 AND CREG-COUNT < 300
                       ADD 1 TO CREG-COUNT
                       MOVE MCARD-CODE(MCARD-IDX)
                           TO CREG-TOKEN(CREG-COUNT)
                       MOVE CARDM-USER-INPUT TO CREG-USER(CREG-COUNT)
                       MOVE "----" TO CREG-TAIL(CREG-COUNT)
                       MOVE CARDM-NEW-STATUS
                           TO CREG-STATUS(CREG-COUNT)
                       MOVE SPACES TO CREG-ISSUED(CREG-COUNT)
                       MOVE SPACES TO CREG-ISSUED-BY(CREG-COUNT)
                       MOVE CARDM-TODAY TO CREG-CHANGED(CREG-COUNT)
                       MOVE CARDM-REASON-INPUT
                           TO CREG-REASON(CREG-COUNT)
                       MOVE CARDM-OPER-INPUT
                           TO CREG-CHANGED-BY(CREG-COUNT)
                       ADD 1 TO CARDM-RETIRED
                   END-IF
               ELSE
                   ADD 1 TO MCARD-KEPT
                   IF MCARD-KEPT NOT = MCARD-IDX
                       MOVE MCARD-ENTRY(MCARD-IDX)
                           TO MCARD-ENTRY(MCARD-KEPT)
                   END-IF
               END-IF
           END-PERFORM

           IF CARDM-RETIRED > 0 OR MCARD-KEPT NOT = MCARD-COUNT
               MOVE MCARD-KEPT TO MCARD-COUNT
               PERFORM SAVE-MEMBER-CARD-MAP
               PERFORM SAVE-CARD-REGISTER
           END-IF
           .

      * CARD-AUDIT-AS-OPERATOR - Audit AUDIT-ACTION under the
      * operator typed on the card screen; the signed-in identity
      * is put back afterwards.
       CARD-AUDIT-AS-OPERATOR.
           MOVE ADMIN-OPERATOR TO CARDM-SAVED-OPER
           MOVE CARDM-OPER-INPUT TO ADMIN-OPERATOR
           PERFORM WRITE-AUDIT-ENTRY
           MOVE CARDM-SAVED-OPER TO ADMIN-OPERATOR
           .

       CARD-RESULT-NEW-NUMBER.
           STRING "Card " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-NUMBER) DELIMITED BY SIZE
               " now belongs to " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE "The label with name, username and barcode is on "
               & "the receipt printer." TO RESULT-LINE2
           MOVE "Stick it on the card and hand it over." TO RESULT-LINE3
           .

      * PRINT-CARD-LABEL - Name, username and the card number as a
      * CODE128 barcode (ESC/POS GS k, number printed below), sent
      * through the spool like a receipt.
       PRINT-CARD-LABEL.
           MOVE FUNCTION TRIM(CARDM-USER-INPUT) TO CARDM-NAME
           MOVE SPACES TO mmast-request-data
           MOVE "READUSER" TO mmast-op
           MOVE FUNCTION TRIM(CARDM-USER-INPUT) TO mmast-username
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc = 0 AND mmast-found = 1
               AND FUNCTION TRIM(mmast-name) NOT = SPACES
               MOVE FUNCTION TRIM(mmast-name) TO CARDM-NAME
           END-IF

           PERFORM POINT-RECEIPT-AT-SPOOL
           OPEN OUTPUT RECEIPT-FILE

           MOVE "---------------------------" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "     STREGSYSTEM MEMBER" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "---------------------------" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Name   : " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-NAME) DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "User   : " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Issued : " DELIMITED BY SIZE
               CARDM-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CARDM-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CARDM-TODAY(7:2) DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING
           WRITE RECEIPT-LINE

      *    ESC/POS: GS h 80 = bar height, GS H 2 = digits printed
      *    under the bars, GS k 73 = CODE128 with the length byte
      *    counting the "{B" code-set prefix.
           MOVE SPACES TO RECEIPT-LINE
           STRING X"1D" X"68" X"50" X"1D" X"48" X"02"
               X"1D" X"6B" X"49" DELIMITED BY SIZE
               FUNCTION CHAR(CARDM-NUMBER-LEN + 3) DELIMITED BY SIZE
               "{B" DELIMITED BY SIZE
               CARDM-NUMBER(1:CARDM-NUMBER-LEN) DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING
           WRITE RECEIPT-LINE

           MOVE "---------------------------" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING X"1D" X"56" X"00" DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING
           WRITE RECEIPT-LINE

           CLOSE RECEIPT-FILE
           MOVE SPOOL-SAVED-DEVICE TO RECEIPT-DEVICE

           MOVE "Member card label queued for the spooler"
               TO log-message
           PERFORM LOG-DEBUG
           .

      * CARD-VIEW-MEMBER - The member's cards from the register,
      * newest first, five at most - the result box has no more
      * room.
       CARD-VIEW-MEMBER.
           PERFORM CARD-COUNT-HELD
           MOVE SPACES TO RESULT-TITLE
           STRING "Cards of " DELIMITED BY SIZE
               FUNCTION TRIM(CARDM-USER-INPUT) DELIMITED BY SIZE
               INTO RESULT-TITLE
           END-STRING
           MOVE 0 TO CARDM-LINE-NO
           PERFORM VARYING CREG-IDX FROM CREG-COUNT BY -1
                   UNTIL CREG-IDX < 1 OR CARDM-LINE-NO = 5
               IF FUNCTION TRIM(CREG-USER(CREG-IDX))
                   = FUNCTION TRIM(CARDM-USER-INPUT)
                   ADD 1 TO CARDM-LINE-NO
                   MOVE SPACES TO CARDM-VIEW-LINE
                   STRING "..." DELIMITED BY SIZE
                       CREG-TAIL(CREG-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CREG-STATUS(CREG-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CREG-CHANGED(CREG-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(CREG-REASON(CREG-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(CREG-CHANGED-BY(CREG-IDX))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CARDM-VIEW-LINE
                   END-STRING
                   EVALUATE CARDM-LINE-NO
                       WHEN 1
                           MOVE CARDM-VIEW-LINE TO RESULT-LINE1
                       WHEN 2
                           MOVE CARDM-VIEW-LINE TO RESULT-LINE2
                       WHEN 3
                           MOVE CARDM-VIEW-LINE TO RESULT-LINE3
                       WHEN 4
                           MOVE CARDM-VIEW-LINE TO RESULT-LINE4
                       WHEN OTHER
                           MOVE CARDM-VIEW-LINE TO RESULT-LINE5
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF CARDM-LINE-NO = 0
               IF CARDM-HELD > 0
                   MOVE "Has a working card from before the card "
                       & "register - no details kept." TO RESULT-LINE1
               ELSE
                   MOVE "No member card on record." TO RESULT-LINE1
               END-IF
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      * REFUSE-RETIRED-CARD - RESOLVE-CARD-USERNAME found the scan in
      * the register as a card that no longer works (CREG-HIT-IDX).
      * The scan is dropped rather than passed on as a username, the
      * member is told why, and the attempt is audited under
      * "card-scan" for the loss-prevention report.
       REFUSE-RETIRED-CARD.
           MOVE SPACES TO AUDIT-ACTION
           STRING "CARD REFUSED " DELIMITED BY SIZE
               FUNCTION TRIM(CREG-STATUS(CREG-HIT-IDX))
                   DELIMITED BY SIZE
               " ..." DELIMITED BY SIZE
               CREG-TAIL(CREG-HIT-IDX) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(CREG-USER(CREG-HIT-IDX))
                   DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           MOVE "card-scan" TO CARDM-OPER-INPUT
           PERFORM CARD-AUDIT-AS-OPERATOR

           MOVE SPACES TO log-message
           STRING "Retired member card scanned: " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-ACTION) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-WARN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           MOVE "Card refused" TO RESULT-TITLE
           IF CREG-STATUS(CREG-HIT-IDX) = "REPLACED"
               MOVE "This card has been replaced - use your new card."
                   TO RESULT-LINE1
           ELSE
               STRING "This card was blocked on " DELIMITED BY SIZE
                   CREG-CHANGED(CREG-HIT-IDX)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CREG-CHANGED(CREG-HIT-IDX)(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CREG-CHANGED(CREG-HIT-IDX)(7:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
           END-IF
           MOVE "Type your username instead, or ask the bar staff."
               TO RESULT-LINE2
           MOVE "The attempt has been recorded." TO RESULT-LINE3
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO SCREEN-USERNAME
           .

      * LOAD-LANG-STRINGS - Overlay the LANG-* prompt fields (English
      * defaults from their VALUE clauses) with whatever KEY=text
      * lines are found in config.txt's LANG= choice's resource file
      * under CONFIG-DIR/lang/. Missing file, or a key the file
      * doesn't mention, just leaves that string at its English
      * default - same "missing is not an error" rule as barcodes.txt.
       LOAD-LANG-STRINGS.
           MOVE SPACES TO LANG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/lang/" DELIMITED BY SIZE
               FUNCTION TRIM(LANG-CODE) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO LANG-PATH
           END-STRING

           MOVE 0 TO LANG-EOF
           OPEN INPUT LANG-FILE
           IF LANG-STATUS = "35" AND LANG-CODE = "DA"
               MOVE SPACES TO CONFIG-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/lang" DELIMITED BY SIZE
                   INTO CONFIG-CMD
               END-STRING
               CALL "SYSTEM" USING CONFIG-CMD
               END-CALL
               PERFORM CREATE-DEFAULT-DA-LANG-FILE
               OPEN INPUT LANG-FILE
           END-IF
           IF LANG-STATUS NOT = "35"
               PERFORM UNTIL LANG-EOF = 1
                   READ LANG-FILE
                       AT END
                           MOVE 1 TO LANG-EOF
                       NOT AT END
                           PERFORM PARSE-LANG-LINE
                   END-READ
               END-PERFORM
               CLOSE LANG-FILE
           END-IF
           .

      * CREATE-DEFAULT-DA-LANG-FILE - Seed lang/da.txt with the club's
      * own Danish wording the first time LANG=DA is selected, so a
      * site doesn't have to hand-author every key before switching
      * the kiosk over.
       CREATE-DEFAULT-DA-LANG-FILE.
           OPEN OUTPUT LANG-FILE
           MOVE "WELCOME=VELKOMMEN TIL" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "CHOOSE_ACTION=Vaelg en handling:" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "OPT_OTHER_ROOM=2. Andet lokale" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "OPT_QUIT=3. Afslut" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "OPT_HISTORY=4. Se mine koeb" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "OPT_SIGNUP=5. Bliv medlem" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "CHOICE=Valg:" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "PRESS_ENTER=Tryk ENTER for at bekraefte" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "FKEY_HINT=Brug F1-8 for at skifte farver!" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "WHAT_BUY=Hvad vil du koebe fra" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "USERNAME_LBL=Brugernavn:" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "CART_LBL=Kurv :" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "ADD_ITEM_LBL=Tilfoej vare (vare:antal):" TO LANG-LINE
           WRITE LANG-LINE
           MOVE "KIOSK_HINT=Tom + ENTER koeber kurven." TO LANG-LINE
           WRITE LANG-LINE
           MOVE "ERR_NO_USER=Angiv venligst brugernavn" TO LANG-LINE
           WRITE LANG-LINE
           CLOSE LANG-FILE
           .

      * PARSE-LANG-LINE - Split one "KEY=text" line from the selected
      * lang file and, if KEY names one of the known prompts, move its
      * text over that prompt's English default.
       PARSE-LANG-LINE.
           IF FUNCTION TRIM(LANG-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LANG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LANG-KEY
           MOVE SPACES TO LANG-VALUE
           UNSTRING LANG-LINE DELIMITED BY "="
               INTO LANG-KEY
                    LANG-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LANG-KEY)) TO LANG-KEY

           IF LANG-KEY = "WELCOME"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-WELCOME
           ELSE IF LANG-KEY = "CHOOSE_ACTION"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-CHOOSE-ACTION
           ELSE IF LANG-KEY = "OPT_OTHER_ROOM"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-OPT-OTHER-ROOM
           ELSE IF LANG-KEY = "OPT_QUIT"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-OPT-QUIT
           ELSE IF LANG-KEY = "OPT_HISTORY"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-OPT-HISTORY
           ELSE IF LANG-KEY = "OPT_SIGNUP"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-OPT-SIGNUP
           ELSE IF LANG-KEY = "CHOICE"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-CHOICE
           ELSE IF LANG-KEY = "PRESS_ENTER"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-PRESS-ENTER
           ELSE IF LANG-KEY = "FKEY_HINT"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-FKEY-HINT
           ELSE IF LANG-KEY = "WHAT_BUY"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-WHAT-BUY
           ELSE IF LANG-KEY = "USERNAME_LBL"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-USERNAME-LBL
           ELSE IF LANG-KEY = "CART_LBL"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-CART-LBL
           ELSE IF LANG-KEY = "ADD_ITEM_LBL"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-ADD-ITEM-LBL
           ELSE IF LANG-KEY = "KIOSK_HINT"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-KIOSK-HINT
           ELSE IF LANG-KEY = "ERR_NO_USER"
               MOVE FUNCTION TRIM(LANG-VALUE) TO LANG-ERR-NO-USER
           END-IF
           .

      * RESOLVE-BARCODE-INPUT - If CART-ITEM-INPUT is a raw numeric
      * scan (what a USB barcode scanner types, digits + Enter, no
      * ":qty" suffix), look it up in the barcode map and swap it for
      * the matching buystring token before it's added to the cart.
      * Anything that isn't all-digit (a manually-typed "product:qty"
      * fragment) or isn't in the map passes through unchanged.
       RESOLVE-BARCODE-INPUT.
           IF FUNCTION TRIM(CART-ITEM-INPUT) IS NUMERIC
               PERFORM VARYING BARC-IDX FROM 1 BY 1
                       UNTIL BARC-IDX > BARC-COUNT
                   IF FUNCTION TRIM(BARC-CODE(BARC-IDX)) =
                           FUNCTION TRIM(CART-ITEM-INPUT)
                       MOVE FUNCTION TRIM(BARC-TOKEN(BARC-IDX))
                           TO CART-ITEM-INPUT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

      * RESOLVE-QUICK-PICK - If CART-ITEM-INPUT is "Q:1".."Q:3",
      * matching one of the current username's loaded favorites, swap
      * it for that favorite's buystring token before
      * RESOLVE-BARCODE-INPUT/ADD-TO-CART see it. A bare "1".."3" is
      * left alone since it's also a valid literal product id - the
      * "Q:" prefix (the same reserved-prefix idiom as the "DEP:"
      * deposit-amount command above) is what distinguishes a
      * quick-pick request from typing a product id directly.
       RESOLVE-QUICK-PICK.
           IF FUNCTION UPPER-CASE(CART-ITEM-INPUT(1:2)) = "Q:"
                   AND CART-ITEM-INPUT(3:1) IS NUMERIC
                   AND FUNCTION TRIM(CART-ITEM-INPUT(4:61)) = SPACES
               MOVE CART-ITEM-INPUT(3:1) TO FAV-PICK-DIGIT
               IF FAV-PICK-DIGIT > 0 AND FAV-PICK-DIGIT <= FAV-COUNT
                   MOVE FAV-TOKEN(FAV-PICK-DIGIT) TO CART-ITEM-INPUT
               END-IF
           END-IF
           .

      * LOAD-FAVORITES - Read the calling username's remembered quick
      * -buy orders (up to 3, newest first) from the config dir and
      * build the on-screen "Quick buy: 1) ... 2) ..." hint line.
      * Silently leaves the favorites list empty if the member has
      * none saved yet (new/rare buyer) - same "missing file is not
      * an error" idiom LOAD-ROOMS-FILE/LOAD-BARCODE-MAP already use.
       LOAD-FAVORITES.
           MOVE FUNCTION TRIM(SCREEN-USERNAME) TO FAV-LAST-USERNAME
           MOVE 0 TO FAV-COUNT
           MOVE SPACES TO FAV-ENTRIES
           MOVE SPACES TO FAV-DISPLAY-LINE

           MOVE SPACES TO FAV-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/favorites" DELIMITED BY SIZE
               INTO FAV-DIR
           END-STRING
           MOVE SPACES TO CONFIG-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(FAV-DIR) DELIMITED BY SIZE
               INTO CONFIG-CMD
           END-STRING
           CALL "SYSTEM" USING CONFIG-CMD

           MOVE SPACES TO FAV-PATH
           STRING
               FUNCTION TRIM(FAV-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FAV-PATH
           END-STRING

           MOVE 0 TO FAV-EOF
           OPEN INPUT FAVORITES-FILE
           IF FAV-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FAV-EOF = 1
               READ FAVORITES-FILE
                   AT END
                       MOVE 1 TO FAV-EOF
                   NOT AT END
                       IF FAV-COUNT < 3
                           AND FUNCTION TRIM(FAVORITES-LINE) NOT = SPACES
                           ADD 1 TO FAV-COUNT
                           MOVE FUNCTION TRIM(FAVORITES-LINE)
                               TO FAV-TOKEN(FAV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAVORITES-FILE

           IF FAV-COUNT > 0
               MOVE SPACES TO FAV-DISPLAY-LINE
               MOVE 1 TO FAV-POS
               STRING "Quick buy: " DELIMITED BY SIZE
                   INTO FAV-DISPLAY-LINE WITH POINTER FAV-POS
               END-STRING
               PERFORM VARYING FAV-IDX FROM 1 BY 1
                       UNTIL FAV-IDX > FAV-COUNT
                   STRING "Q:" DELIMITED BY SIZE
                       FAV-IDX DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(FAV-TOKEN(FAV-IDX))
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INTO FAV-DISPLAY-LINE WITH POINTER FAV-POS
                   END-STRING
               END-PERFORM
           END-IF
           .

      * SAVE-FAVORITES - After a successful checkout, fold this
      * order's cart tokens into the username's remembered quick-buy
      * list: any token already remembered is dropped from its old
      * slot and re-inserted at the front instead of duplicating, and
      * the list stays capped at 3 distinct entries, newest first.
       SAVE-FAVORITES.
           PERFORM VARYING CART-IDX FROM CART-COUNT BY -1
                   UNTIL CART-IDX < 1
               PERFORM REMEMBER-FAVORITE-TOKEN
           END-PERFORM

           MOVE 0 TO FAV-EOF
           MOVE FAV-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO FAV-PATH
           OPEN OUTPUT FAVORITES-FILE
           PERFORM VARYING FAV-IDX FROM 1 BY 1 UNTIL FAV-IDX > FAV-COUNT
               MOVE FAV-TOKEN(FAV-IDX) TO FAVORITES-LINE
               WRITE FAVORITES-LINE
           END-PERFORM
           CLOSE FAVORITES-FILE
           MOVE ATOMIC-REAL-PATH TO FAV-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           .

      * REMEMBER-FAVORITE-TOKEN - Insert CART-TOKEN(CART-IDX) at the
      * front of FAV-TOKEN, dropping a pre-existing copy of it first
      * and truncating the tail past 3 entries. Uses a fresh working
      * list (FAV-NEW-*) rather than shifting FAV-TOKEN in place, since
      * an in-place shift's start/stop points differ depending on
      * whether the token was already present.
       REMEMBER-FAVORITE-TOKEN.
           MOVE SPACES TO FAV-NEW-ENTRIES
           MOVE 0 TO FAV-NEW-COUNT
           MOVE 1 TO FAV-NEW-COUNT
           MOVE FUNCTION TRIM(CART-TOKEN(CART-IDX)) TO FAV-NEW-TOKEN(1)

           PERFORM VARYING FAV-IDX FROM 1 BY 1 UNTIL FAV-IDX > FAV-COUNT
               IF FAV-TOKEN(FAV-IDX) NOT =
                       FUNCTION TRIM(CART-TOKEN(CART-IDX))
                   AND FAV-NEW-COUNT < 3
                   ADD 1 TO FAV-NEW-COUNT
                   MOVE FAV-TOKEN(FAV-IDX)
                       TO FAV-NEW-TOKEN(FAV-NEW-COUNT)
               END-IF
           END-PERFORM

           MOVE FAV-NEW-COUNT TO FAV-COUNT
           MOVE FAV-NEW-ENTRIES TO FAV-ENTRIES
           .

      * LOAD-AGE-RESTRICTED-LIST - Read one product id/name per line
      * from age-restricted.txt in the config dir into AGE-RESTRICT-
      * ENTRY. Missing file just means no products are restricted on
      * this kiosk, same "absent file is not an error" idiom as
      * LOAD-ROOMS-FILE/LOAD-BARCODE-MAP.
       LOAD-AGE-RESTRICTED-LIST.
           MOVE 0 TO AGE-RESTRICT-COUNT
           MOVE SPACES TO AGE-RESTRICT-ENTRY(1)
           MOVE 0 TO AGE-RESTRICT-EOF
           OPEN INPUT AGE-RESTRICT-FILE
           IF AGE-RESTRICT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AGE-RESTRICT-EOF = 1
               READ AGE-RESTRICT-FILE
                   AT END
                       MOVE 1 TO AGE-RESTRICT-EOF
                   NOT AT END
                       IF AGE-RESTRICT-COUNT < 50
                           AND FUNCTION TRIM(AGE-RESTRICT-LINE)
                               NOT = SPACES
                           ADD 1 TO AGE-RESTRICT-COUNT
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                                   (AGE-RESTRICT-LINE))
                               TO AGE-RESTRICT-ENTRY(AGE-RESTRICT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGE-RESTRICT-FILE
           .

      * CHECK-AGE-RESTRICTED-CART - Scan the cart's product ids (the
      * part of each "id:qty" token before the colon), plus each id's
      * product name resolved against the currently-loaded inventory
      * (RESOLVE-AGE-TOKEN-NAME), against AGE-RESTRICT-ENTRY - every
      * cart token is numeric-id-only, so the name side of the
      * comparison is what lets an age-restricted.txt entry written as
      * a product name actually match. If any match, show
      * AGE-CONFIRM-SCREEN before the sale is submitted; declining
      * sets AGE-CONFIRM-DECLINED so BUY-ORDER cancels the order
      * instead of calling xPOST_SALE.
       CHECK-AGE-RESTRICTED-CART.
           MOVE 0 TO AGE-CONFIRM-DECLINED
           IF AGE-RESTRICT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AGE-RESTRICT-HIT
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO AGE-TOKEN-ID
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO AGE-TOKEN-ID
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AGE-TOKEN-ID))
                   TO AGE-TOKEN-ID
               PERFORM RESOLVE-AGE-TOKEN-NAME
               PERFORM VARYING AGE-RESTRICT-IDX FROM 1 BY 1
                       UNTIL AGE-RESTRICT-IDX > AGE-RESTRICT-COUNT
                   IF AGE-RESTRICT-ENTRY(AGE-RESTRICT-IDX) =
                           AGE-TOKEN-ID
                       MOVE 1 TO AGE-RESTRICT-HIT
                   ELSE IF FUNCTION TRIM(AGE-TOKEN-NAME) NOT = SPACES
                           AND AGE-RESTRICT-ENTRY(AGE-RESTRICT-IDX) =
                               AGE-TOKEN-NAME
                       MOVE 1 TO AGE-RESTRICT-HIT
                   END-IF
               END-PERFORM
           END-PERFORM

           IF AGE-RESTRICT-HIT = 1
               MOVE SPACES TO AGE-CONFIRM-INPUT
               IF LINE-MODE = 1
                   DISPLAY "Age-restricted product in cart. Confirm "
                       "the member is of legal age (Y/N):"
                   ACCEPT AGE-CONFIRM-INPUT
               ELSE
                   DISPLAY AGE-CONFIRM-SCREEN
                   ACCEPT AGE-CONFIRM-SCREEN
               END-IF
               IF FUNCTION UPPER-CASE(AGE-CONFIRM-INPUT) NOT = "Y"
                   MOVE 1 TO AGE-CONFIRM-DECLINED
                   MOVE "Order cancelled: age confirmation declined"
                       TO log-message
                   PERFORM LOG-WARN
               ELSE
                   MOVE "Age confirmation accepted for restricted item"
                       TO log-message
                   PERFORM LOG-INFO
               END-IF
           END-IF
           .

      * SIGNUP-CAPTURE - Take a would-be member's details at the
      * kiosk and append them to pending-members.txt for the admin
      * review screen. The account itself is still created in the
      * backend's own admin interface - this just stops the signup
      * evaporating before someone gets there.
       SIGNUP-CAPTURE.
           MOVE SPACES TO SIGNUP-NAME-INPUT
           MOVE SPACES TO SIGNUP-USER-INPUT
           MOVE SPACES TO SIGNUP-CONTACT-INPUT
           DISPLAY SIGNUP-SCREEN
           ACCEPT SIGNUP-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(SIGNUP-NAME-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SIGNUP-USER-INPUT) = SPACES
               MOVE "Signup not saved" TO RESULT-TITLE
               MOVE "A preferred username is required."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SIGNUP-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO SIGNUP-TIMESTAMP

           OPEN EXTEND PENDING-MEMBERS-FILE
           IF PENDING-MEMBERS-STATUS = "35"
               OPEN OUTPUT PENDING-MEMBERS-FILE
           END-IF
           MOVE SPACES TO PENDING-MEMBERS-LINE
           STRING
               SIGNUP-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               SIGNUP-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-NAME-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-USER-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-CONTACT-INPUT) DELIMITED BY SIZE
               INTO PENDING-MEMBERS-LINE
           END-STRING
           WRITE PENDING-MEMBERS-LINE
           CLOSE PENDING-MEMBERS-FILE

           MOVE "Welcome!" TO RESULT-TITLE
           MOVE "Your signup is saved - the board will set up "
               TO RESULT-LINE1
           MOVE "your account and get back to you." TO RESULT-LINE2
           PERFORM SHOW-ORDER-RESULT

           MOVE "New member signup captured" TO log-message
           PERFORM LOG-INFO
           .

      * ADMIN-REVIEW-SIGNUPS - List pending signups with each wanted
      * username checked for availability through xGET_MEMBER_ID (an
      * id coming back means the name is taken). The admin takes the
      * list to the backend; entries are cleared by editing or
      * removing pending-members.txt once processed.
       ADMIN-REVIEW-SIGNUPS.
           MOVE SPACES TO SIGNUP-LINES
           MOVE 0 TO SIGNUP-LINE-COUNT
           MOVE 0 TO PENDING-MEMBERS-EOF
           MOVE SCREEN-USERNAME TO SIGNUP-SAVED-USER

           OPEN INPUT PENDING-MEMBERS-FILE
           IF PENDING-MEMBERS-STATUS = "35"
               MOVE "  (no pending signups)" TO SIGNUP-LINE(1)
           ELSE
               PERFORM UNTIL PENDING-MEMBERS-EOF = 1
                   READ PENDING-MEMBERS-FILE
                       AT END
                           MOVE 1 TO PENDING-MEMBERS-EOF
                       NOT AT END
                           PERFORM REVIEW-ONE-SIGNUP
                   END-READ
               END-PERFORM
               CLOSE PENDING-MEMBERS-FILE
               IF SIGNUP-LINE-COUNT = 0
                   MOVE "  (no pending signups)" TO SIGNUP-LINE(1)
               END-IF
           END-IF

           MOVE SIGNUP-SAVED-USER TO SCREEN-USERNAME
           MOVE SPACES TO SIGNUP-DUMMY-INPUT
           DISPLAY SIGNUP-REVIEW-SCREEN
           ACCEPT SIGNUP-REVIEW-SCREEN
           .

       REVIEW-ONE-SIGNUP.
           IF FUNCTION TRIM(PENDING-MEMBERS-LINE) = SPACES
               OR SIGNUP-LINE-COUNT >= 10
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SIGNUP-REC
           UNSTRING PENDING-MEMBERS-LINE DELIMITED BY X"09"
               INTO SIGNUP-REC-TS
                    SIGNUP-REC-NAME
                    SIGNUP-REC-USER
                    SIGNUP-REC-CONTACT
           END-UNSTRING

      *    Availability: resolving the wanted username to an id
      *    means somebody already owns it.
           MOVE "FREE" TO SIGNUP-AVAIL-TEXT
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER_ID" TO api-operation
           MOVE SIGNUP-REC-USER TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status = 0
               MOVE api-response-body(1:50) TO SIGNUP-CHECK-RAW
               INSPECT SIGNUP-CHECK-RAW
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SIGNUP-CHECK-RAW REPLACING ALL X"0A" BY SPACE
               IF FUNCTION TRIM(SIGNUP-CHECK-RAW) NOT = SPACES
                   AND FUNCTION LOWER-CASE(
                       FUNCTION TRIM(SIGNUP-CHECK-RAW)) NOT = "null"
                   MOVE "TAKEN" TO SIGNUP-AVAIL-TEXT
               END-IF
           ELSE
               MOVE "?" TO SIGNUP-AVAIL-TEXT
           END-IF

           ADD 1 TO SIGNUP-LINE-COUNT
           MOVE SPACES TO SIGNUP-LINE(SIGNUP-LINE-COUNT)
           STRING
               FUNCTION TRIM(SIGNUP-REC-NAME) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-REC-USER) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-REC-CONTACT) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION TRIM(SIGNUP-AVAIL-TEXT) DELIMITED BY SIZE
               INTO SIGNUP-LINE(SIGNUP-LINE-COUNT)
           END-STRING
           .

      * ADMIN-MEMBER-MASTER - Look one member up on the member
      * master by id or username and correct, or remove, the record.
      * Members are added by the nightly MEMBER-REFRESH job, which
      * meets every username the kiosk knows.
       ADMIN-MEMBER-MASTER.
           MOVE SPACES TO MBRM-KEY-INPUT
           DISPLAY ADMIN-MEMBER-FIND-SCREEN
           ACCEPT ADMIN-MEMBER-FIND-SCREEN

           IF FUNCTION TRIM(MBRM-KEY-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO mmast-request-data
           MOVE "READ" TO mmast-op
           MOVE FUNCTION TRIM(MBRM-KEY-INPUT) TO mmast-member-id
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc = 0 AND mmast-found = 0
               MOVE SPACES TO mmast-request-data
               MOVE "READUSER" TO mmast-op
               MOVE FUNCTION TRIM(MBRM-KEY-INPUT) TO mmast-username
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
           END-IF
           IF mmast-rc NOT = 0
               MOVE "Member master unavailable" TO RESULT-TITLE
               MOVE "The member master file could not be opened."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF mmast-found = 0
               MOVE "Member not found" TO RESULT-TITLE
               MOVE "No master record has that id or username."
                   TO RESULT-LINE1
               MOVE "The nightly member refresh adds members as "
                   TO RESULT-LINE2
               MOVE "the kiosk meets them." TO RESULT-LINE3
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE mmast-name TO MBRM-NAME-INPUT
           MOVE mmast-status TO MBRM-STATUS-INPUT
           MOVE mmast-group TO MBRM-GROUP-INPUT
           MOVE mmast-limit TO MBRM-LIMIT-INPUT
           MOVE mmast-joined TO MBRM-JOINED-INPUT
           IF mmast-card = SPACES
               MOVE "none" TO MBRM-CARD-DISP
           ELSE
               MOVE "on file" TO MBRM-CARD-DISP
           END-IF
           MOVE SPACES TO MBRM-ACTION
           DISPLAY ADMIN-MEMBER-SCREEN
           ACCEPT ADMIN-MEMBER-SCREEN

           EVALUATE MBRM-ACTION
               WHEN "S"
               WHEN "s"
                   PERFORM SAVE-MEMBER-MASTER-EDIT
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-MEMBER-MASTER-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SAVE-MEMBER-MASTER-EDIT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MBRM-STATUS-INPUT))
               TO MBRM-STATUS-INPUT
           IF MBRM-STATUS-INPUT NOT = "ACTIVE"
               AND MBRM-STATUS-INPUT NOT = "INACTIVE"
               AND MBRM-STATUS-INPUT NOT = "GONE"
               MOVE "Member not saved" TO RESULT-TITLE
               MOVE "Status must be ACTIVE, INACTIVE or GONE."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MBRM-JOINED-INPUT) NOT = SPACES
               IF MBRM-JOINED-INPUT IS NOT NUMERIC
                   MOVE "Member not saved" TO RESULT-TITLE
                   MOVE "Joined must be a date as YYYYMMDD."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE MBRM-JOINED-INPUT TO MBRM-JOINED-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(MBRM-JOINED-NUM) NOT = 0
                   MOVE "Member not saved" TO RESULT-TITLE
                   MOVE "Joined must be a date as YYYYMMDD."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE MBRM-NAME-INPUT TO mmast-name
           MOVE MBRM-STATUS-INPUT TO mmast-status
           MOVE MBRM-GROUP-INPUT TO mmast-group
           MOVE FUNCTION UPPER-CASE(MBRM-LIMIT-INPUT) TO mmast-limit
           MOVE MBRM-JOINED-INPUT TO mmast-joined
           MOVE "WRITE" TO mmast-op
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc NOT = 0
               MOVE "Member not saved" TO RESULT-TITLE
               MOVE "The member master could not be written."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "Member saved" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Master record for " DELIMITED BY SIZE
               FUNCTION TRIM(mmast-username) DELIMITED BY SIZE
               " (id " DELIMITED BY SIZE
               FUNCTION TRIM(mmast-member-id) DELIMITED BY SIZE
               ") updated." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Member master edited for id " DELIMITED BY SIZE
               FUNCTION TRIM(mmast-member-id) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

       DELETE-MEMBER-MASTER-RECORD.
           MOVE "DELETE" TO mmast-op
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc NOT = 0 OR mmast-found = 0
               MOVE "Member not deleted" TO RESULT-TITLE
               MOVE "The member master could not be updated."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "Member deleted" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Master record for " DELIMITED BY SIZE
               FUNCTION TRIM(mmast-username) DELIMITED BY SIZE
               " removed; the side files are unchanged."
               DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Member master deleted id " DELIMITED BY SIZE
               FUNCTION TRIM(mmast-member-id) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * GUEST-ORDER - Sell the current cart against the configured
      * house account: staff confirm with the admin PIN / their
      * operator PIN, the guest's name goes to guest-log.txt, the
      * sale posts against HOUSEACCT= and is journaled as type GUEST
      * so the settlement can bill hospitality separately.
       GUEST-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(HOUSE-ACCOUNT) = SPACES
               MOVE "Guest mode not configured" TO RESULT-TITLE
               MOVE "Set HOUSEACCT=<username> in config.txt first."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CART-COUNT = 0
               MOVE "Guest sale failed" TO RESULT-TITLE
               MOVE "Add the guest's items to the cart first."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    A guest cart is still subject to the age gate and the
      *    sales-hours policy - GUEST is not a side door.
           PERFORM CHECK-AGE-RESTRICTED-CART
           IF AGE-CONFIRM-DECLINED = 1
               MOVE "Guest sale cancelled" TO RESULT-TITLE
               MOVE "Age confirmation was declined." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SALES-HOURS-CART
           IF SHOURS-BLOCKED = 1
               MOVE "Guest sale not allowed right now" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Sales of " DELIMITED BY SIZE
                   FUNCTION TRIM(SHOURS-HIT-NAME) DELIMITED BY SIZE
                   " are restricted at this hour." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLD-CHAIN-CART
           IF HACCP-BLOCKED = 1
               MOVE "Guest sale not allowed right now" TO RESULT-TITLE
               MOVE HACCP-MSG1 TO RESULT-LINE1
               MOVE HACCP-MSG2 TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Staff confirmation - the same credential that opens the
      *    admin menu.
           MOVE SPACES TO ADMIN-PIN-INPUT
           MOVE SPACES TO ADMIN-OPER-INPUT
           DISPLAY ADMIN-PIN-SCREEN
           ACCEPT ADMIN-PIN-SCREEN
           PERFORM CHECK-ADMIN-AUTH
           IF ADMIN-AUTH-OK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GUEST-NAME-INPUT
           DISPLAY GUEST-NAME-SCREEN
           ACCEPT GUEST-NAME-SCREEN
           IF FUNCTION TRIM(GUEST-NAME-INPUT) = SPACES
               MOVE "Guest sale cancelled" TO RESULT-TITLE
               MOVE "A guest name is required for the guest log."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SCREEN-USERNAME TO GUEST-SAVED-USER
           MOVE HOUSE-ACCOUNT TO SCREEN-USERNAME
           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE GUEST-SAVED-USER TO SCREEN-USERNAME
               MOVE "Guest sale failed" TO RESULT-TITLE
               MOVE "Could not resolve the house account."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-BUYSTRING-FROM-CART
           MOVE SPACES TO api-request-data
           MOVE "xPOST_SALE" TO api-operation
           MOVE member-id TO api-member-id
           MOVE SCREEN-PRODUCT-ORDER TO api-order
           MOVE SCREEN-ROOM-ID TO api-room-id
           MOVE SCREEN-USERNAME TO api-username
           PERFORM GENERATE-SALE-KEY
           MOVE JOURNAL-SALE-KEY TO api-sale-key

           IF DRYRUN-MODE = 1
               MOVE 0 TO api-response-status
               MOVE 200 TO sale-status
               MOVE 0 TO sale-cost
           ELSE
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
           END-IF

           IF api-response-status = 0 AND sale-status = 200
               MOVE 0 TO PLV-ADJUST
               IF DRYRUN-MODE = 0
                   PERFORM APPLY-PRICE-LEVEL
                   PERFORM WRITE-PRICE-LEVEL-LINE
               END-IF
               MOVE "GUEST" TO JOURNAL-ENTRY-TYPE
               MOVE SCREEN-PRODUCT-ORDER TO JOURNAL-ENTRY-ORDER
               MOVE sale-cost TO JOURNAL-ENTRY-COST
               MOVE sale-member-balance TO JOURNAL-ENTRY-BAL
               PERFORM SET-JOURNAL-BACKEND-FIELD
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM DECREMENT-STOCK-FOR-CART
               PERFORM WRITE-GUEST-LOG-ENTRY
               PERFORM CLEAR-CART

               MOVE "Guest sale recorded" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Sold to the house account for guest "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(GUEST-NAME-INPUT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Guest sale posted against house account"
                   TO log-message
               PERFORM LOG-INFO
           ELSE
               MOVE "Guest sale failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(sale-message) TO RESULT-LINE1
           END-IF

           MOVE GUEST-SAVED-USER TO SCREEN-USERNAME
           MOVE SPACES TO SCREEN-PRODUCT-ORDER
           PERFORM SHOW-ORDER-RESULT
           .

       WRITE-GUEST-LOG-ENTRY.
           MOVE SPACES TO GUEST-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO GUEST-TIMESTAMP

           OPEN EXTEND GUEST-LOG-FILE
           IF GUEST-LOG-STATUS = "35"
               OPEN OUTPUT GUEST-LOG-FILE
           END-IF

           MOVE sale-cost TO COST-DISP
           MOVE SPACES TO GUEST-LOG-LINE
           STRING
               GUEST-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               GUEST-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(GUEST-NAME-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-PRODUCT-ORDER) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               INTO GUEST-LOG-LINE
           END-STRING
           WRITE GUEST-LOG-LINE
           CLOSE GUEST-LOG-FILE
           .

      * COMP-ORDER - Give the current cart away as hospitality. The
      * reason and budget code come with the command; a MAINT
      * operator approves with their own PIN before anything moves.
      * No member is charged and nothing goes to the backend - the
      * journal line (type COMP) is the record, at retail in the
      * cost field and at cost price in the tender field.
       COMP-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO COMP-REASON-TEXT
           MOVE SPACES TO COMP-BUDGET
           UNSTRING COMP-ARGS DELIMITED BY ":"
               INTO COMP-REASON-TEXT
                    COMP-BUDGET
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COMP-BUDGET))
               TO COMP-BUDGET
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COMP-REASON-TEXT))
               TO COMP-REASON-TEXT
           MOVE SPACES TO COMP-REASON
           EVALUATE COMP-REASON-TEXT(1:3)
               WHEN "BAN"
                   MOVE "BAND" TO COMP-REASON
               WHEN "VOL"
               WHEN "CLE"
                   MOVE "VOLUNTEER" TO COMP-REASON
               WHEN "BOA"
                   MOVE "BOARD" TO COMP-REASON
               WHEN "OTH"
                   MOVE "OTHER" TO COMP-REASON
           END-EVALUATE
           IF COMP-REASON = SPACES OR COMP-BUDGET = SPACES
               MOVE "Comp not recorded" TO RESULT-TITLE
               MOVE "Enter COMP:<reason>:<budget code>."
                   TO RESULT-LINE1
               MOVE "Reason: band, volunteer, board or other."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CART-COUNT = 0
               MOVE "Comp not recorded" TO RESULT-TITLE
               MOVE "Add the drinks to the cart first."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HOSP-BUDGET
           IF COMP-BUDGET-COUNT > 0 AND COMP-BUDGET-FOUND = 0
               MOVE "Comp not recorded" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Unknown budget code " DELIMITED BY SIZE
                   FUNCTION TRIM(COMP-BUDGET) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "The codes are kept in hospitality-budgets.txt."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Free drinks are still drinks - the age gate and the
      *    sales-hours policy apply as for any checkout.
           PERFORM CHECK-AGE-RESTRICTED-CART
           IF AGE-CONFIRM-DECLINED = 1
               MOVE "Comp cancelled" TO RESULT-TITLE
               MOVE "Age confirmation was declined." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SALES-HOURS-CART
           IF SHOURS-BLOCKED = 1
               MOVE "Comp not allowed right now" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Sales of " DELIMITED BY SIZE
                   FUNCTION TRIM(SHOURS-HIT-NAME) DELIMITED BY SIZE
                   " are restricted at this hour." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLD-CHAIN-CART
           IF HACCP-BLOCKED = 1
               MOVE "Comp not allowed right now" TO RESULT-TITLE
               MOVE HACCP-MSG1 TO RESULT-LINE1
               MOVE HACCP-MSG2 TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Hospitality is valued at list price, whoever is signed in.
           MOVE "MEMBER" TO PLV-FORCED
           PERFORM PRICE-CART-FROM-INVENTORY
           MOVE SPACES TO PLV-FORCED
           IF CART-PRICED-OK = 0
               MOVE "Comp not recorded" TO RESULT-TITLE
               MOVE "A cart item has no local price - a comp "
                   TO RESULT-LINE1
               MOVE "needs the inventory loaded." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Approval on the spot: a MAINT operator's own credential.
           MOVE SPACES TO ADMIN-PIN-INPUT
           MOVE SPACES TO ADMIN-OPER-INPUT
           DISPLAY ADMIN-PIN-SCREEN
           ACCEPT ADMIN-PIN-SCREEN
           PERFORM CHECK-ADMIN-AUTH
           IF ADMIN-AUTH-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MAINT-ROLE
           IF ROLE-OK = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM COST-CART-AT-COST-PRICES
           MOVE COMP-COST-TOTAL TO COMP-COST-DISP

           PERFORM BUILD-BUYSTRING-FROM-CART
           MOVE SCREEN-USERNAME TO COMP-SAVED-USER
           MOVE "-" TO SCREEN-USERNAME
           MOVE "COMP" TO JOURNAL-ENTRY-TYPE
           MOVE SCREEN-PRODUCT-ORDER TO JOURNAL-ENTRY-ORDER
           MOVE CART-TOTAL-NUM TO JOURNAL-ENTRY-COST
           MOVE 0 TO JOURNAL-ENTRY-BAL
           MOVE SPACES TO JOURNAL-TENDER-FIELD
           STRING "COMP:" DELIMITED BY SIZE
               FUNCTION TRIM(COMP-REASON) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(COMP-BUDGET) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(COMP-COST-DISP) DELIMITED BY SIZE
               INTO JOURNAL-TENDER-FIELD
           END-STRING
           MOVE JOURNAL-OPER-FIELD TO COMP-SAVED-OPER
           IF FUNCTION TRIM(ADMIN-OPERATOR) NOT = SPACES
               MOVE FUNCTION TRIM(ADMIN-OPERATOR)
                   TO JOURNAL-OPER-FIELD
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE COMP-SAVED-OPER TO JOURNAL-OPER-FIELD
           MOVE "-" TO JOURNAL-TENDER-FIELD
           MOVE COMP-SAVED-USER TO SCREEN-USERNAME

           PERFORM DECREMENT-STOCK-FOR-CART
           PERFORM CLEAR-CART
           MOVE SPACES TO SCREEN-PRODUCT-ORDER

           MOVE "Hospitality recorded" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Reason " DELIMITED BY SIZE
               FUNCTION TRIM(COMP-REASON) DELIMITED BY SIZE
               ", budget " DELIMITED BY SIZE
               FUNCTION TRIM(COMP-BUDGET) DELIMITED BY SIZE
               " - no member charged." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE CART-TOTAL-NUM TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE2
           STRING "Retail value: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           MOVE COMP-COST-TOTAL TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE3
           STRING "Value at cost: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               INTO RESULT-LINE3
           END-STRING
           IF COMP-UNCOSTED > 0
               MOVE "Some items have no cost price on file."
                   TO RESULT-LINE4
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Comp approved: " DELIMITED BY SIZE
               FUNCTION TRIM(COMP-REASON) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(COMP-BUDGET) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " at cost" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Hospitality comp journaled" TO log-message
           PERFORM LOG-INFO
           .

      * COST-CART-AT-COST-PRICES - The cart valued at the recorded
      * supplier cost prices; a token without one counts as zero
      * and is tallied in COMP-UNCOSTED.
       COST-CART-AT-COST-PRICES.
           MOVE 0 TO COMP-COST-TOTAL
           MOVE 0 TO COMP-UNCOSTED
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO CART-PRICE-ID
               MOVE SPACES TO CART-PRICE-QTY-TEXT
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO CART-PRICE-ID
                        CART-PRICE-QTY-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(CART-PRICE-QTY-TEXT) = SPACES
                   MOVE 1 TO CART-PRICE-QTY
               ELSE
                   MOVE FUNCTION NUMVAL(CART-PRICE-QTY-TEXT)
                       TO CART-PRICE-QTY
               END-IF
               MOVE FUNCTION TRIM(CART-PRICE-ID) TO CPRICE-PROD-INPUT
               PERFORM FIND-COST-ENTRY
               IF CPRICE-FOUND-IDX = 0
                   ADD 1 TO COMP-UNCOSTED
               ELSE
                   COMPUTE COMP-COST-TOTAL = COMP-COST-TOTAL
                       + CPRICE-VAL(CPRICE-FOUND-IDX) * CART-PRICE-QTY
               END-IF
           END-PERFORM
           .

      * FIND-HOSP-BUDGET - Look COMP-BUDGET up in
      * hospitality-budgets.txt. COMP-BUDGET-COUNT says how many
      * codes the file lists at all, so a kiosk without the file
      * takes any code.
       FIND-HOSP-BUDGET.
           MOVE 0 TO COMP-BUDGET-COUNT
           MOVE 0 TO COMP-BUDGET-FOUND
           MOVE 0 TO HOSP-BUDGET-EOF
           OPEN INPUT HOSP-BUDGET-FILE
           IF HOSP-BUDGET-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOSP-BUDGET-EOF = 1
               READ HOSP-BUDGET-FILE
                   AT END
                       MOVE 1 TO HOSP-BUDGET-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HOSP-BUDGET-LINE) NOT = SPACES
                           AND HOSP-BUDGET-LINE(1:1) NOT = "#"
                           MOVE SPACES TO COMP-BUDGET-KEY
                           MOVE SPACES TO COMP-BUDGET-CAP
                           UNSTRING HOSP-BUDGET-LINE DELIMITED BY "="
                               INTO COMP-BUDGET-KEY
                                    COMP-BUDGET-CAP
                           END-UNSTRING
                           ADD 1 TO COMP-BUDGET-COUNT
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM
                                   (COMP-BUDGET-KEY)) = COMP-BUDGET
                               MOVE 1 TO COMP-BUDGET-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOSP-BUDGET-FILE
           .

      * LOAD-PANT-FILE - Read pant.txt ("productid=ore"). Missing
      * file means pant stays invisible, exactly as before.
       LOAD-PANT-FILE.
           MOVE 0 TO PANT-COUNT
           MOVE SPACES TO PANT-ENTRIES
           MOVE 0 TO PANT-EOF

           OPEN INPUT PANT-FILE
           IF PANT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PANT-EOF = 1
               READ PANT-FILE
                   AT END
                       MOVE 1 TO PANT-EOF
                   NOT AT END
                       PERFORM PARSE-PANT-LINE
               END-READ
           END-PERFORM
           CLOSE PANT-FILE
           .

       PARSE-PANT-LINE.
           IF FUNCTION TRIM(PANT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PANT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF PANT-COUNT < 100
               ADD 1 TO PANT-COUNT
               MOVE SPACES TO PANT-PROD-ID(PANT-COUNT)
               MOVE SPACES TO PANT-VAL-TEXT
               UNSTRING PANT-LINE DELIMITED BY "="
                   INTO PANT-PROD-ID(PANT-COUNT)
                        PANT-VAL-TEXT
               END-UNSTRING
               MOVE 0 TO PANT-AMOUNT(PANT-COUNT)
               IF FUNCTION TRIM(PANT-VAL-TEXT) NOT = SPACES
                   MOVE FUNCTION NUMVAL(PANT-VAL-TEXT)
                       TO PANT-AMOUNT(PANT-COUNT)
               END-IF
           END-IF
           .

      * COMPUTE-CART-PANT - Total pant value inside the current
      * cart, for the receipt's breakdown line.
       COMPUTE-CART-PANT.
           MOVE 0 TO PANT-CART-TOTAL
           IF PANT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO CART-PRICE-ID
               MOVE SPACES TO CART-PRICE-QTY-TEXT
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO CART-PRICE-ID
                        CART-PRICE-QTY-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(CART-PRICE-QTY-TEXT) = SPACES
                   MOVE 1 TO CART-PRICE-QTY
               ELSE
                   MOVE FUNCTION NUMVAL(CART-PRICE-QTY-TEXT)
                       TO CART-PRICE-QTY
               END-IF
               PERFORM VARYING PANT-IDX FROM 1 BY 1
                       UNTIL PANT-IDX > PANT-COUNT
                   IF FUNCTION TRIM(PANT-PROD-ID(PANT-IDX)) =
                           FUNCTION TRIM(CART-PRICE-ID)
                       COMPUTE PANT-CART-TOTAL = PANT-CART-TOTAL
                           + PANT-AMOUNT(PANT-IDX) * CART-PRICE-QTY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * PANT-RETURN-ORDER - "PANT:<count>" credits the signed-in
      * member for returned bottles at PANTRATE each, posted as a
      * deposit and journaled as type PANT so the settlement can
      * reconcile the pant jar against something better than vibes.
       PANT-RETURN-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Pant return failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(PANT-ARGS) = SPACES
               OR FUNCTION TRIM(PANT-ARGS) NOT NUMERIC
               MOVE "Pant return failed" TO RESULT-TITLE
               MOVE "Enter PANT:<bottle count>, e.g. PANT:24."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PANT-ARGS) TO PANT-RET-COUNT
           IF PANT-RET-COUNT = 0
               MOVE "Pant return failed" TO RESULT-TITLE
               MOVE "Bottle count must be above zero." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           COMPUTE PANT-RET-AMOUNT = PANT-RET-COUNT * PANT-RATE

           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE "Pant return failed" TO RESULT-TITLE
               MOVE "Could not resolve member id." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF DRYRUN-MODE = 1
               MOVE "Pant credited!" TO RESULT-TITLE
               MOVE "[DRY RUN] No credit was actually posted."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE PANT-RET-AMOUNT TO PANT-RET-TEXT
           MOVE SPACES TO api-request-data
           MOVE "xPOST_DEPOSIT" TO api-operation
           MOVE member-id TO api-member-id
           MOVE FUNCTION TRIM(PANT-RET-TEXT) TO api-order
           MOVE SCREEN-ROOM-ID TO api-room-id
           MOVE SCREEN-USERNAME TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           IF api-response-status = 0 AND deposit-status = 200
               MOVE "PANT" TO JOURNAL-ENTRY-TYPE
               MOVE SPACES TO JOURNAL-ENTRY-ORDER
               STRING "PANT:" DELIMITED BY SIZE
                   FUNCTION TRIM(PANT-ARGS) DELIMITED BY SIZE
                   INTO JOURNAL-ENTRY-ORDER
               END-STRING
               MOVE PANT-RET-AMOUNT TO JOURNAL-ENTRY-COST
               MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
               PERFORM SET-JOURNAL-BACKEND-FIELD
               PERFORM WRITE-JOURNAL-ENTRY

               MOVE "Pant credited!" TO RESULT-TITLE
               MOVE PANT-RET-AMOUNT TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               MOVE SPACES TO RESULT-LINE1
               STRING FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   " credited for " DELIMITED BY SIZE
                   FUNCTION TRIM(PANT-ARGS) DELIMITED BY SIZE
                   " bottle(s)." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE deposit-member-balance TO BALANCE-DISP
               MOVE SPACES TO RESULT-LINE2
               MOVE FUNCTION NUMVAL(BALANCE-DISP) TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               STRING "New balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
               MOVE "Pant return credited" TO log-message
               PERFORM LOG-INFO
           ELSE
               MOVE "Pant return failed" TO RESULT-TITLE
               MOVE "The credit could not be posted." TO RESULT-LINE1
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      * LOAD-SALES-HOURS - Read sales-hours.txt rules. Missing file
      * means no hour restrictions on this kiosk - same "absent file
      * is not an error" idiom as age-restricted.txt.
       LOAD-SALES-HOURS.
           MOVE 0 TO SHOURS-COUNT
           MOVE SPACES TO SHOURS-ENTRIES
           MOVE 0 TO SALES-HOURS-EOF

           OPEN INPUT SALES-HOURS-FILE
           IF SALES-HOURS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SALES-HOURS-EOF = 1
               READ SALES-HOURS-FILE
                   AT END
                       MOVE 1 TO SALES-HOURS-EOF
                   NOT AT END
                       PERFORM PARSE-SALES-HOURS-LINE
               END-READ
           END-PERFORM
           CLOSE SALES-HOURS-FILE
           .

       PARSE-SALES-HOURS-LINE.
           IF FUNCTION TRIM(SALES-HOURS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SALES-HOURS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF SHOURS-COUNT >= 50
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHOURS-F1
           MOVE SPACES TO SHOURS-F2
           MOVE SPACES TO SHOURS-F3
           UNSTRING SALES-HOURS-LINE DELIMITED BY ":"
               INTO SHOURS-F1
                    SHOURS-F2
                    SHOURS-F3
           END-UNSTRING
           IF FUNCTION TRIM(SHOURS-F2) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHOURS-FROM-TEXT
           MOVE SPACES TO SHOURS-TO-TEXT
           UNSTRING SHOURS-F2 DELIMITED BY "-"
               INTO SHOURS-FROM-TEXT
                    SHOURS-TO-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(SHOURS-FROM-TEXT) = SPACES
               OR FUNCTION TRIM(SHOURS-TO-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SHOURS-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SHOURS-F1))
               TO SHOURS-MATCH(SHOURS-COUNT)
           MOVE FUNCTION NUMVAL(SHOURS-FROM-TEXT)
               TO SHOURS-FROM(SHOURS-COUNT)
           MOVE FUNCTION NUMVAL(SHOURS-TO-TEXT)
               TO SHOURS-TO(SHOURS-COUNT)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SHOURS-F3)) = "WD"
               MOVE "WD" TO SHOURS-DAYS(SHOURS-COUNT)
           ELSE
               MOVE "ALL" TO SHOURS-DAYS(SHOURS-COUNT)
           END-IF
           .

      * CHECK-SALES-HOURS-CART - Block checkout when any cart item
      * matches a rule whose deny window is open right now. Matching
      * reuses the same id-plus-resolved-name comparison the age-
      * restriction gate uses, so a rule can name a product either
      * way.
       CHECK-SALES-HOURS-CART.
           MOVE 0 TO SHOURS-BLOCKED
           IF SHOURS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      *    With the clock known to be off, enforcing the windows
      *    would hit the wrong hours - stand down, loudly.
           IF CLOCK-DRIFT-KNOWN = 1
               AND DRIFT-ABS-MIN > DRIFT-WARN-MIN
               MOVE "Sales-hours rules stood down - clock drift "
                   & "exceeds tolerance" TO log-message
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:4) TO SHOURS-NOW-HHMM
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHOURS-TODAY-NUM
           COMPUTE SHOURS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(SHOURS-TODAY-NUM)
           COMPUTE SHOURS-WEEKDAY =
               FUNCTION MOD(SHOURS-TODAY-INT - 1, 7) + 1

           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
                       OR SHOURS-BLOCKED = 1
               MOVE SPACES TO AGE-TOKEN-ID
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO AGE-TOKEN-ID
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AGE-TOKEN-ID))
                   TO AGE-TOKEN-ID
               PERFORM RESOLVE-AGE-TOKEN-NAME
               PERFORM VARYING SHOURS-IDX FROM 1 BY 1
                       UNTIL SHOURS-IDX > SHOURS-COUNT
                           OR SHOURS-BLOCKED = 1
                   IF SHOURS-MATCH(SHOURS-IDX) = AGE-TOKEN-ID
                       OR (FUNCTION TRIM(AGE-TOKEN-NAME) NOT = SPACES
                           AND SHOURS-MATCH(SHOURS-IDX) =
                               AGE-TOKEN-NAME)
                       PERFORM CHECK-ONE-HOURS-RULE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF SHOURS-BLOCKED = 1
               MOVE "Checkout blocked by sales-hours policy"
                   TO log-message
               PERFORM LOG-WARN
           END-IF
           .

       CHECK-ONE-HOURS-RULE.
           IF SHOURS-DAYS(SHOURS-IDX) = "WD"
               AND SHOURS-WEEKDAY > 5
               EXIT PARAGRAPH
           END-IF
           IF SHOURS-NOW-HHMM >= SHOURS-FROM(SHOURS-IDX)
               AND SHOURS-NOW-HHMM < SHOURS-TO(SHOURS-IDX)
               MOVE 1 TO SHOURS-BLOCKED
               IF FUNCTION TRIM(AGE-TOKEN-NAME) NOT = SPACES
                   MOVE AGE-TOKEN-NAME TO SHOURS-HIT-NAME
               ELSE
                   MOVE AGE-TOKEN-ID TO SHOURS-HIT-NAME
               END-IF
           END-IF
           .

      * RESOLVE-AGE-TOKEN-NAME - Look up AGE-TOKEN-ID in the currently
      * -loaded inventory (INV-ALL-ID/INV-ALL-NAME) and set
      * AGE-TOKEN-NAME to that product's name, or SPACES if the id
      * isn't in the loaded inventory (e.g. inventory hasn't been
      * fetched yet).
       RESOLVE-AGE-TOKEN-NAME.
           MOVE SPACES TO AGE-TOKEN-NAME
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-ALL-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM
                       (INV-ALL-ID(INV-IDX))) = AGE-TOKEN-ID
                   MOVE FUNCTION UPPER-CASE(INV-ALL-NAME(INV-IDX))
                       TO AGE-TOKEN-NAME
               END-IF
           END-PERFORM
           .

      * WRITE-OUTBOX-ENTRY - Queue one notification record for the
      * OUTBOX-SEND batch. Callers set OUTBOX-KIND / OUTBOX-USERNAME
      * / OUTBOX-MESSAGE first. Append-with-create, the same idiom
      * the journal and chase files use.
       WRITE-OUTBOX-ENTRY.
           MOVE SPACES TO OUTBOX-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TIMESTAMP

      *    A member-addressed message needs that member's consent to
      *    its category on some channel; OUTBOX-SEND checks the
      *    actual channel again at delivery.
           MOVE SPACES TO mcons-request-data
           MOVE "CHECK" TO mcons-op
           MOVE OUTBOX-USERNAME TO mcons-username
           MOVE OUTBOX-KIND TO mcons-kind
           MOVE "ALL" TO mcons-channel
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-allowed = 0
               PERFORM HOLD-OUTBOX-ENTRY
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF

           MOVE SPACES TO OUTBOX-LINE
           STRING
               OUTBOX-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               OUTBOX-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-KIND) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-USERNAME) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-MESSAGE) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE

           MOVE "Notification queued in outbox" TO log-message
           PERFORM LOG-DEBUG
           .

      * HOLD-OUTBOX-ENTRY - No consent: the message is kept in
      * outbox-suppressed.log, never just dropped, so the committee
      * can see what a member was not told.
       HOLD-OUTBOX-ENTRY.
           OPEN EXTEND OUTBOX-HELD-FILE
           IF OUTBOX-HELD-STATUS = "35"
               OPEN OUTPUT OUTBOX-HELD-FILE
           END-IF

           MOVE SPACES TO OUTBOX-HELD-LINE
           STRING
               OUTBOX-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               OUTBOX-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-KIND) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-USERNAME) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-MESSAGE) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-found-category) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "QUEUE" DELIMITED BY SIZE
               INTO OUTBOX-HELD-LINE
           END-STRING
           WRITE OUTBOX-HELD-LINE
           CLOSE OUTBOX-HELD-FILE

           MOVE SPACES TO log-message
           STRING "Outbox " DELIMITED BY SIZE
               FUNCTION TRIM(OUTBOX-KIND) DELIMITED BY SIZE
               " suppressed - no " DELIMITED BY SIZE
               FUNCTION TRIM(mcons-found-category) DELIMITED BY SIZE
               " consent" DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

      * QUEUE-E-RECEIPT - Called for every journal line just
      * written. Sale, raffle ticket, rental fee, deposit, rental
      * deposit, return and transfer lines for a member with
      * RECEIPTS consent and a delivery address get an e-receipt:
      * the itemised document under ereceipts/ and a RECEIPT record
      * in the outbox. Members who have not opted in are skipped
      * quietly - that is not a held message.
       QUEUE-E-RECEIPT.
           EVALUATE JOURNAL-ENTRY-TYPE
               WHEN "SALE"
                   MOVE "Sale" TO ERC-KIND-TEXT
               WHEN "RAFFLE"
                   MOVE "Raffle tickets" TO ERC-KIND-TEXT
               WHEN "RENTFEE"
                   MOVE "Rental fee" TO ERC-KIND-TEXT
               WHEN "DEP"
               WHEN "FXDEP"
                   MOVE "Deposit" TO ERC-KIND-TEXT
               WHEN "RENTOUT"
                   MOVE "Rental deposit held" TO ERC-KIND-TEXT
               WHEN "RENTIN"
                   MOVE "Rental deposit returned" TO ERC-KIND-TEXT
               WHEN "RETURN"
                   MOVE "Return" TO ERC-KIND-TEXT
               WHEN "GIVE-OUT"
                   MOVE "Transfer out" TO ERC-KIND-TEXT
               WHEN "GIVE-IN"
                   MOVE "Transfer in" TO ERC-KIND-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               OR FUNCTION TRIM(SCREEN-USERNAME) = "-"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO mcons-request-data
           MOVE "CHECK" TO mcons-op
           MOVE SCREEN-USERNAME TO mcons-username
           MOVE "RECEIPTS" TO mcons-category
           MOVE "PERSONAL" TO mcons-channel
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-allowed = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ERC-SEQ
           IF ERC-SEQ > 999
               MOVE 1 TO ERC-SEQ
           END-IF
           MOVE ERC-SEQ TO ERC-SEQ-TEXT
           MOVE SPACES TO ERC-DOC-ID
           STRING "R" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ERC-SEQ-TEXT DELIMITED BY SIZE
               INTO ERC-DOC-ID
           END-STRING
           MOVE SPACES TO ERECEIPT-PATH
           STRING
               FUNCTION TRIM(ERECEIPT-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ERC-DOC-ID) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ERECEIPT-PATH
           END-STRING

           OPEN OUTPUT ERECEIPT-FILE
           IF ERECEIPT-STATUS NOT = "00"
               MOVE SPACES TO log-message
               STRING "E-receipt not written, status " DELIMITED BY SIZE
                   ERECEIPT-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-E-RECEIPT-BODY
           CLOSE ERECEIPT-FILE

           MOVE JOURNAL-ENTRY-COST TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE MONEY-TEXT TO ERC-AMT-TEXT
           MOVE JOURNAL-ENTRY-BAL TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE MONEY-TEXT TO ERC-BAL-TEXT

           MOVE "RECEIPT" TO OUTBOX-KIND
           MOVE SCREEN-USERNAME TO OUTBOX-USERNAME
           MOVE SPACES TO OUTBOX-MESSAGE
           STRING
               FUNCTION TRIM(ERC-DOC-ID) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ERC-KIND-TEXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ERC-AMT-TEXT) DELIMITED BY SIZE
               " kr, new balance " DELIMITED BY SIZE
               FUNCTION TRIM(ERC-BAL-TEXT) DELIMITED BY SIZE
               " kr" DELIMITED BY SIZE
               INTO OUTBOX-MESSAGE
           END-STRING
           PERFORM WRITE-OUTBOX-ENTRY
           .

      * WRITE-E-RECEIPT-BODY - Header, one line per item of a sale
      * or return (named and priced from the loaded inventory), the
      * total with its moms split, and the new balance. Deposits
      * and transfers move money, not goods, so they carry no moms;
      * nor do raffle tickets and rentals, which name the draw or
      * the item on the type line instead.
       WRITE-E-RECEIPT-BODY.
           MOVE SPACES TO ERECEIPT-LINE
           STRING "STREGSYSTEM E-RECEIPT " DELIMITED BY SIZE
               FUNCTION TRIM(ERC-DOC-ID) DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           WRITE ERECEIPT-LINE

           MOVE SPACES TO ERECEIPT-LINE
           STRING "Date    : " DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(10:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(12:2) DELIMITED BY SIZE
               " UTC" DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           WRITE ERECEIPT-LINE

           MOVE SPACES TO ERECEIPT-LINE
           STRING "Member  : " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           WRITE ERECEIPT-LINE

           MOVE SPACES TO ERECEIPT-LINE
           EVALUATE JOURNAL-ENTRY-TYPE
               WHEN "GIVE-OUT"
                   STRING "Type    : Transfer to " DELIMITED BY SIZE
                       FUNCTION TRIM(JOURNAL-ENTRY-ORDER(6:59))
                           DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
               WHEN "GIVE-IN"
                   STRING "Type    : Transfer from " DELIMITED BY SIZE
                       FUNCTION TRIM(JOURNAL-ENTRY-ORDER(6:59))
                           DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
               WHEN "RAFFLE"
                   STRING "Type    : " DELIMITED BY SIZE
                       FUNCTION TRIM(ERC-KIND-TEXT) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(JOURNAL-ENTRY-ORDER(8:57))
                           DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
               WHEN "RENTFEE"
               WHEN "RENTOUT"
               WHEN "RENTIN"
                   STRING "Type    : " DELIMITED BY SIZE
                       FUNCTION TRIM(ERC-KIND-TEXT) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(JOURNAL-ENTRY-ORDER(6:59))
                           DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "Type    : " DELIMITED BY SIZE
                       FUNCTION TRIM(ERC-KIND-TEXT) DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE ERECEIPT-LINE

           IF FUNCTION TRIM(JOURNAL-SALE-KEY) NOT = "-"
               MOVE SPACES TO ERECEIPT-LINE
               STRING "Sale key: " DELIMITED BY SIZE
                   FUNCTION TRIM(JOURNAL-SALE-KEY) DELIMITED BY SIZE
                   INTO ERECEIPT-LINE
               END-STRING
               WRITE ERECEIPT-LINE
           END-IF

           MOVE 0 TO ERC-ZERO-PART
           IF JOURNAL-ENTRY-TYPE = "SALE"
               OR JOURNAL-ENTRY-TYPE = "RETURN"
               IF PLV-CURRENT NOT = "MEMBER"
                   MOVE SPACES TO ERECEIPT-LINE
                   STRING "Prices  : " DELIMITED BY SIZE
                       FUNCTION TRIM(PLV-CURRENT) DELIMITED BY SIZE
                       " level" DELIMITED BY SIZE
                       INTO ERECEIPT-LINE
                   END-STRING
                   WRITE ERECEIPT-LINE
               END-IF
               PERFORM WRITE-E-RECEIPT-ITEMS
           END-IF

           MOVE JOURNAL-ENTRY-COST TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO ERECEIPT-LINE
           STRING "Total   : " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " kr" DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           WRITE ERECEIPT-LINE

           IF JOURNAL-ENTRY-TYPE = "SALE"
               OR JOURNAL-ENTRY-TYPE = "RETURN"
               IF ERC-ZERO-PART > JOURNAL-ENTRY-COST
                   MOVE JOURNAL-ENTRY-COST TO ERC-ZERO-PART
               END-IF
               COMPUTE ERC-STD-PART = JOURNAL-ENTRY-COST - ERC-ZERO-PART
               COMPUTE ERC-VAT = ERC-STD-PART * 25 / 125
               MOVE ERC-VAT TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               MOVE MONEY-TEXT TO ERC-AMT-TEXT
               MOVE ERC-STD-PART TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               MOVE SPACES TO ERECEIPT-LINE
               STRING "Moms 25%: " DELIMITED BY SIZE
                   FUNCTION TRIM(ERC-AMT-TEXT) DELIMITED BY SIZE
                   " kr incl. in " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   " kr" DELIMITED BY SIZE
                   INTO ERECEIPT-LINE
               END-STRING
               WRITE ERECEIPT-LINE
               MOVE ERC-ZERO-PART TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               MOVE SPACES TO ERECEIPT-LINE
               STRING "Moms 0% : " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   " kr" DELIMITED BY SIZE
                   INTO ERECEIPT-LINE
               END-STRING
               WRITE ERECEIPT-LINE
           ELSE
               MOVE "Moms    : none (no goods sold)" TO ERECEIPT-LINE
               WRITE ERECEIPT-LINE
           END-IF

           MOVE JOURNAL-ENTRY-BAL TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO ERECEIPT-LINE
           STRING "Balance : " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " kr" DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           WRITE ERECEIPT-LINE

           PERFORM FIND-PAYMENT-REF
           IF PAYREF-TEXT NOT = SPACES
               MOVE SPACES TO ERECEIPT-LINE
               STRING "Pay ref : " DELIMITED BY SIZE
                   FUNCTION TRIM(PAYREF-TEXT) DELIMITED BY SIZE
                   " (bank/MobilePay top-ups)" DELIMITED BY SIZE
                   INTO ERECEIPT-LINE
               END-STRING
               WRITE ERECEIPT-LINE
           END-IF
           .

      * FIND-PAYMENT-REF - SCREEN-USERNAME's payment reference from
      * what the kiosk already knows (member-id cache, then member
      * master) - never a backend call, since the caller may still
      * be reading the last API response.
       FIND-PAYMENT-REF.
           MOVE SPACES TO PAYREF-MEMBER-ID
           PERFORM SEARCH-MEMBER-ID-CACHE
           IF MIDC-FOUND = 1
               MOVE MIDC-MEMBER-ID(MIDC-IDX) TO PAYREF-MEMBER-ID
           ELSE
               MOVE SPACES TO mmast-request-data
               MOVE "READUSER" TO mmast-op
               MOVE FUNCTION TRIM(SCREEN-USERNAME) TO mmast-username
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
               IF mmast-rc = 0 AND mmast-found = 1
                   MOVE mmast-member-id TO PAYREF-MEMBER-ID
               END-IF
           END-IF
           PERFORM MAKE-PAYMENT-REF
           .

      * MAKE-PAYMENT-REF - PAYREF-MEMBER-ID's reference into
      * PAYREF-TEXT; spaces when the id is not a server member id
      * (offline placeholder, unknown member).
       MAKE-PAYMENT-REF.
           MOVE SPACES TO PAYREF-TEXT
           IF FUNCTION TRIM(PAYREF-MEMBER-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO pref-request-data
           MOVE "MAKE" TO pref-op
           MOVE PAYREF-MEMBER-ID TO pref-member-id
           MOVE FI-CREDITOR TO pref-creditor
           CALL "PAYMENT-REF" USING
               pref-request-data
               pref-response-data
           END-CALL
           IF pref-rc = 0
               MOVE pref-display TO PAYREF-TEXT
           END-IF
           .

      * APPEND-PAYREF-TO-RESULT - "New balance" result screens also
      * remind the member how to top up: member-id's reference goes
      * after the balance on RESULT-LINE2.
       APPEND-PAYREF-TO-RESULT.
           MOVE member-id TO PAYREF-MEMBER-ID
           PERFORM MAKE-PAYMENT-REF
           IF PAYREF-TEXT NOT = SPACES
               STRING FUNCTION TRIM(RESULT-LINE2) DELIMITED BY SIZE
                   "   Top-up ref: " DELIMITED BY SIZE
                   FUNCTION TRIM(PAYREF-TEXT) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           END-IF
           .

      * WRITE-E-RECEIPT-ITEMS - Walk the "id:qty" tokens of the
      * journal order (a return's order starts with its RET:<key>
      * token, which is skipped), adding up the zero-rated part on
      * the way.
       WRITE-E-RECEIPT-ITEMS.
           MOVE 1 TO ERC-TOK-POS
           PERFORM UNTIL ERC-TOK-POS > 64
               MOVE SPACES TO ERC-TOKEN
               UNSTRING JOURNAL-ENTRY-ORDER DELIMITED BY ALL SPACE
                   INTO ERC-TOKEN
                   WITH POINTER ERC-TOK-POS
               END-UNSTRING
               IF ERC-TOKEN NOT = SPACES
                   AND ERC-TOKEN(1:4) NOT = "RET:"
                   PERFORM WRITE-E-RECEIPT-ITEM
               END-IF
           END-PERFORM
           .

       WRITE-E-RECEIPT-ITEM.
           MOVE SPACES TO ERC-ITEM-ID
           MOVE SPACES TO ERC-QTY-TEXT
           UNSTRING ERC-TOKEN DELIMITED BY ":"
               INTO ERC-ITEM-ID
                    ERC-QTY-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(ERC-QTY-TEXT) = SPACES
               MOVE 1 TO ERC-QTY
           ELSE
               MOVE FUNCTION NUMVAL(ERC-QTY-TEXT) TO ERC-QTY
           END-IF
           MOVE ERC-QTY TO ERC-QTY-DISP

           MOVE 0 TO ERC-PRICED
           MOVE SPACES TO ERC-ITEM-NAME
           PERFORM VARYING ERC-INV-IDX FROM 1 BY 1
                   UNTIL ERC-INV-IDX > INV-ALL-COUNT
               IF FUNCTION TRIM(INV-ALL-ID(ERC-INV-IDX)) =
                       FUNCTION TRIM(ERC-ITEM-ID)
                   MOVE INV-ALL-NAME(ERC-INV-IDX) TO ERC-ITEM-NAME
                   MOVE FUNCTION NUMVAL(INV-ALL-PRICE(ERC-INV-IDX))
                       TO PLV-LIST-EACH
                   MOVE ERC-ITEM-ID TO CART-PRICE-ID
                   PERFORM LEVEL-PRICE-OF-ITEM
                   MOVE PLV-LEVEL-EACH TO ERC-EACH
                   MOVE 1 TO ERC-PRICED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ERC-ITEM-NAME = SPACES
               STRING "#" DELIMITED BY SIZE
                   FUNCTION TRIM(ERC-ITEM-ID) DELIMITED BY SIZE
                   INTO ERC-ITEM-NAME
               END-STRING
           END-IF

           MOVE SPACES TO ERECEIPT-LINE
           STRING "  " DELIMITED BY SIZE
               ERC-QTY-DISP DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               ERC-ITEM-NAME DELIMITED BY SIZE
               INTO ERECEIPT-LINE
           END-STRING
           IF ERC-PRICED = 1
               COMPUTE MONEY-ORE-IN = ERC-EACH * ERC-QTY
               PERFORM FORMAT-MONEY
               MOVE FUNCTION TRIM(MONEY-TEXT) TO ERECEIPT-LINE(42:14)
               MOVE ERC-ITEM-ID TO VAT-LOOKUP-ID
               PERFORM LOOKUP-VAT-CLASS
               IF VAT-LOOKUP-CLASS = "ZERO"
                   ADD MONEY-ORE-IN TO ERC-ZERO-PART
                   MOVE "0%" TO ERECEIPT-LINE(57:2)
               END-IF
           END-IF
           WRITE ERECEIPT-LINE
           .

      * LOAD-STOCK-FILE - Read stock.txt ("productid=qty", one per
      * line) into STOCK-ENTRY. Missing file just means no stock is
      * tracked on this kiosk yet - same "absent file is not an
      * error" idiom as barcodes.txt.
       LOAD-STOCK-FILE.
           MOVE 0 TO STOCK-COUNT
           MOVE SPACES TO STOCK-ENTRIES
           MOVE 0 TO STOCK-EOF

           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = 1
               READ STOCK-FILE
                   AT END
                       MOVE 1 TO STOCK-EOF
                   NOT AT END
                       PERFORM PARSE-STOCK-LINE
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

       PARSE-STOCK-LINE.
           IF FUNCTION TRIM(STOCK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF STOCK-COUNT < 200
               ADD 1 TO STOCK-COUNT
               MOVE SPACES TO STOCK-ID(STOCK-COUNT)
               MOVE SPACES TO STOCK-QTY-TEXT
               UNSTRING STOCK-LINE DELIMITED BY "="
                   INTO STOCK-ID(STOCK-COUNT)
                        STOCK-QTY-TEXT
               END-UNSTRING
               MOVE 0 TO STOCK-QTY(STOCK-COUNT)
               IF FUNCTION TRIM(STOCK-QTY-TEXT) NOT = SPACES
                   MOVE FUNCTION NUMVAL(STOCK-QTY-TEXT)
                       TO STOCK-QTY(STOCK-COUNT)
               END-IF
           END-IF
           .

      * SAVE-STOCK-FILE - Rewrite stock.txt in full from the
      * in-memory table, the same rewrite-on-change idiom
      * SAVE-CONFIG uses for config.txt.
       SAVE-STOCK-FILE.
           MOVE "stock" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE STOCK-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO STOCK-PATH
           OPEN OUTPUT STOCK-FILE
           PERFORM VARYING STOCK-IDX FROM 1 BY 1
                   UNTIL STOCK-IDX > STOCK-COUNT
               MOVE STOCK-QTY(STOCK-IDX) TO STOCK-QTY-DISP
               MOVE SPACES TO STOCK-LINE
               STRING
                   FUNCTION TRIM(STOCK-ID(STOCK-IDX)) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(STOCK-QTY-DISP) DELIMITED BY SIZE
                   INTO STOCK-LINE
               END-STRING
               WRITE STOCK-LINE
           END-PERFORM
           CLOSE STOCK-FILE
           MOVE ATOMIC-REAL-PATH TO STOCK-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * FIND-STOCK-ENTRY - Linear lookup of STOCK-LOOKUP-ID in the
      * stock table; STOCK-FOUND-IDX 0 means the product isn't
      * tracked.
       FIND-STOCK-ENTRY.
           MOVE 0 TO STOCK-FOUND-IDX
           PERFORM VARYING STOCK-IDX FROM 1 BY 1
                   UNTIL STOCK-IDX > STOCK-COUNT
               IF FUNCTION TRIM(STOCK-ID(STOCK-IDX)) =
                       FUNCTION TRIM(STOCK-LOOKUP-ID)
                   MOVE STOCK-IDX TO STOCK-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * ADMIN-STOCK-ENTRY - Record one product's counted stock from
      * the admin stock-take screen, creating the tracking entry the
      * first time a product is counted.
       ADMIN-STOCK-ENTRY.
           MOVE SPACES TO STOCK-PROD-INPUT
           MOVE SPACES TO STOCK-QTY-INPUT
           DISPLAY ADMIN-STOCK-SCREEN
           ACCEPT ADMIN-STOCK-SCREEN

           IF FUNCTION TRIM(STOCK-PROD-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(STOCK-QTY-INPUT) = SPACES
               OR FUNCTION TRIM(STOCK-QTY-INPUT) NOT NUMERIC
               MOVE "Stock entry rejected" TO RESULT-TITLE
               MOVE "Counted qty must be numeric." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(STOCK-PROD-INPUT) TO STOCK-LOOKUP-ID
           PERFORM FIND-STOCK-ENTRY
           IF STOCK-FOUND-IDX = 0
               IF STOCK-COUNT >= 200
                   MOVE "Stock entry rejected" TO RESULT-TITLE
                   MOVE "Stock table is full (200 products)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STOCK-COUNT
               MOVE STOCK-COUNT TO STOCK-FOUND-IDX
               MOVE FUNCTION TRIM(STOCK-PROD-INPUT)
                   TO STOCK-ID(STOCK-FOUND-IDX)
           END-IF
           MOVE FUNCTION NUMVAL(STOCK-QTY-INPUT)
               TO STOCK-QTY(STOCK-FOUND-IDX)
           PERFORM SAVE-STOCK-FILE

      *    Stock back above zero wakes the waiting list.
           IF STOCK-QTY(STOCK-FOUND-IDX) > 0
               MOVE FUNCTION TRIM(STOCK-PROD-INPUT) TO NTF-CHECK-ID
               PERFORM PROCESS-BACKINSTOCK-NOTIFY
           END-IF

           MOVE "Stock recorded" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE STOCK-QTY(STOCK-FOUND-IDX) TO STOCK-QTY-DISP
           STRING "Product " DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-PROD-INPUT) DELIMITED BY SIZE
               " now tracked at " DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-QTY-DISP) DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Stock-take entry for product " DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-PROD-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "STOCKTAKE" TO TRN-STEP-MODULE
           MOVE "COUNT" TO TRN-STEP-NAME
           PERFORM RECORD-TRAINING-STEP
           .

      * DECREMENT-STOCK-FOR-CART - Knock each sold cart token's
      * quantity off its tracked stock count after a live sale, and
      * persist the new counts. Untracked products are left alone;
      * counts are allowed to go negative (oversell since the last
      * stock-take) so the next count shows the drift rather than
      * hiding it.
       DECREMENT-STOCK-FOR-CART.
           MOVE 1 TO KEG-SIGN
           PERFORM POUR-KEGS-FOR-CART
           IF STOCK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO STOCK-LOOKUP-ID
               MOVE SPACES TO STOCK-QTY-TEXT
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO STOCK-LOOKUP-ID
                        STOCK-QTY-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(STOCK-QTY-TEXT) = SPACES
                   MOVE 1 TO STOCK-TOKEN-QTY
               ELSE
                   MOVE FUNCTION NUMVAL(STOCK-QTY-TEXT)
                       TO STOCK-TOKEN-QTY
               END-IF
               MOVE -1 TO RCP-SIGN
               PERFORM DRAW-RECIPE-COMPONENTS
               IF RCP-HIT-COUNT = 0
                   PERFORM FIND-STOCK-ENTRY
                   IF STOCK-FOUND-IDX NOT = 0
                       SUBTRACT STOCK-TOKEN-QTY
                           FROM STOCK-QTY(STOCK-FOUND-IDX)
                       COMPUTE RMS-DELTA = 0 - STOCK-TOKEN-QTY
                       PERFORM ADJUST-ROOM-STOCK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-STOCK-FILE
           IF SOPEN-CHANGED = 1
               PERFORM SAVE-STOCK-OPEN-FILE
           END-IF
           IF RMS-CHANGED = 1
               PERFORM SAVE-ROOM-STOCK-FILE
           END-IF
           .

      * DRAW-RECIPE-COMPONENTS - Move STOCK-TOKEN-QTY of the sold
      * id in STOCK-LOOKUP-ID through its recipe: RCP-SIGN -1 pours
      * (a sale), +1 puts back (a return). Each component's poured
      * fraction goes onto its open unit; whole units poured off come
      * out of stock.txt. RCP-HIT-COUNT 0 means no recipe - the
      * caller draws the id itself down as before.
       DRAW-RECIPE-COMPONENTS.
           MOVE 0 TO RCP-HIT-COUNT
           IF RCP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(STOCK-LOOKUP-ID) TO RCP-SOLD-LOOKUP
           PERFORM VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > RCP-COUNT
               IF RCP-SOLD-ID(RCP-IDX) = RCP-SOLD-LOOKUP
                   ADD 1 TO RCP-HIT-COUNT
                   MOVE RCP-COMP-ID(RCP-IDX) TO STOCK-LOOKUP-ID
                   PERFORM FIND-STOCK-ENTRY
                   IF STOCK-FOUND-IDX NOT = 0
                       PERFORM FIND-OR-ADD-STOCK-OPEN
                   END-IF
                   IF STOCK-FOUND-IDX NOT = 0
                           AND SOPEN-FOUND-IDX NOT = 0
                       COMPUTE RCP-USE = RCP-COMP-QTY(RCP-IDX)
                           * STOCK-TOKEN-QTY * RCP-SIGN * -1
                       ADD RCP-USE TO SOPEN-USED(SOPEN-FOUND-IDX)
      *                INTEGER floors, so a return that backs past
      *                the open unit puts a whole unit back on stock.
                       COMPUTE RCP-WHOLE = FUNCTION INTEGER(
                           SOPEN-USED(SOPEN-FOUND-IDX))
                       SUBTRACT RCP-WHOLE
                           FROM STOCK-QTY(STOCK-FOUND-IDX)
                       SUBTRACT RCP-WHOLE
                           FROM SOPEN-USED(SOPEN-FOUND-IDX)
                       MOVE 1 TO SOPEN-CHANGED
                       IF RCP-WHOLE NOT = 0
                           COMPUTE RMS-DELTA = 0 - RCP-WHOLE
                           PERFORM ADJUST-ROOM-STOCK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE RCP-SOLD-LOOKUP TO STOCK-LOOKUP-ID
           .

       FIND-OR-ADD-STOCK-OPEN.
           MOVE 0 TO SOPEN-FOUND-IDX
           PERFORM VARYING SOPEN-IDX FROM 1 BY 1
                   UNTIL SOPEN-IDX > SOPEN-COUNT
               IF SOPEN-ID(SOPEN-IDX) = STOCK-ID(STOCK-FOUND-IDX)
                   MOVE SOPEN-IDX TO SOPEN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SOPEN-FOUND-IDX = 0 AND SOPEN-COUNT < 100
               ADD 1 TO SOPEN-COUNT
               MOVE SOPEN-COUNT TO SOPEN-FOUND-IDX
               MOVE STOCK-ID(STOCK-FOUND-IDX)
                   TO SOPEN-ID(SOPEN-FOUND-IDX)
               MOVE 0 TO SOPEN-USED(SOPEN-FOUND-IDX)
           END-IF
           .

      * LOAD-RECIPE-FILE - recipes.txt into RCP-ENTRY; absent file
      * means no mixed drinks are broken down.
       LOAD-RECIPE-FILE.
           MOVE 0 TO RCP-COUNT
           MOVE 0 TO RECIPE-EOF
           OPEN INPUT RECIPE-FILE
           IF RECIPE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RECIPE-EOF = 1
               READ RECIPE-FILE
                   AT END
                       MOVE 1 TO RECIPE-EOF
                   NOT AT END
                       PERFORM PARSE-RECIPE-LINE
               END-READ
           END-PERFORM
           CLOSE RECIPE-FILE
           .

       PARSE-RECIPE-LINE.
           IF FUNCTION TRIM(RECIPE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RECIPE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF RCP-COUNT >= 100
               MOVE "recipes.txt holds more than 100 lines"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RCP-COUNT
           MOVE SPACES TO RCP-SOLD-ID(RCP-COUNT)
           MOVE SPACES TO RCP-COMP-ID(RCP-COUNT)
           MOVE SPACES TO RCP-QTY-TEXT
           UNSTRING RECIPE-LINE DELIMITED BY X"09"
               INTO RCP-SOLD-ID(RCP-COUNT)
                    RCP-COMP-ID(RCP-COUNT)
                    RCP-QTY-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(RCP-SOLD-ID(RCP-COUNT))
               TO RCP-SOLD-ID(RCP-COUNT)
           MOVE FUNCTION TRIM(RCP-COMP-ID(RCP-COUNT))
               TO RCP-COMP-ID(RCP-COUNT)
           MOVE 0 TO RCP-COMP-QTY(RCP-COUNT)
           MOVE SPACES TO RCP-NUM-TEXT
           MOVE SPACES TO RCP-DEN-TEXT
           UNSTRING RCP-QTY-TEXT DELIMITED BY "/"
               INTO RCP-NUM-TEXT
                    RCP-DEN-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(RCP-NUM-TEXT) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(RCP-NUM-TEXT) = 0
               IF FUNCTION TRIM(RCP-DEN-TEXT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(RCP-DEN-TEXT) = 0
                   AND FUNCTION NUMVAL(RCP-DEN-TEXT) > 0
                   COMPUTE RCP-COMP-QTY(RCP-COUNT) ROUNDED =
                       FUNCTION NUMVAL(RCP-NUM-TEXT)
                       / FUNCTION NUMVAL(RCP-DEN-TEXT)
               ELSE
                   IF FUNCTION TRIM(RCP-DEN-TEXT) = SPACES
                       MOVE FUNCTION NUMVAL(RCP-NUM-TEXT)
                           TO RCP-COMP-QTY(RCP-COUNT)
                   END-IF
               END-IF
           END-IF
           IF RCP-SOLD-ID(RCP-COUNT) = SPACES
               OR RCP-COMP-ID(RCP-COUNT) = SPACES
               OR RCP-COMP-QTY(RCP-COUNT) <= 0
               MOVE SPACES TO log-message
               MOVE 1 TO log-pos
               STRING "Ignoring recipe line: " DELIMITED BY SIZE
                   FUNCTION TRIM(RECIPE-LINE) DELIMITED BY SIZE
                   INTO log-message WITH POINTER log-pos
               END-STRING
               PERFORM LOG-WARN
               SUBTRACT 1 FROM RCP-COUNT
           END-IF
           .

      * LOAD-STOCK-OPEN-FILE / SAVE-STOCK-OPEN-FILE - The poured
      * part of each component's open unit, kept beside stock.txt and
      * rewritten under the same "stock" lock. Empty units (used 0)
      * are not written back.
       LOAD-STOCK-OPEN-FILE.
           MOVE 0 TO SOPEN-COUNT
           MOVE 0 TO SOPEN-CHANGED
           MOVE 0 TO STOCK-OPEN-EOF
           OPEN INPUT STOCK-OPEN-FILE
           IF STOCK-OPEN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-OPEN-EOF = 1
               READ STOCK-OPEN-FILE
                   AT END
                       MOVE 1 TO STOCK-OPEN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(STOCK-OPEN-LINE) NOT = SPACES
                           AND STOCK-OPEN-LINE(1:1) NOT = "#"
                           AND SOPEN-COUNT < 100
                           ADD 1 TO SOPEN-COUNT
                           MOVE SPACES TO SOPEN-ID(SOPEN-COUNT)
                           MOVE SPACES TO RCP-QTY-TEXT
                           UNSTRING STOCK-OPEN-LINE DELIMITED BY "="
                               INTO SOPEN-ID(SOPEN-COUNT)
                                    RCP-QTY-TEXT
                           END-UNSTRING
                           MOVE 0 TO SOPEN-USED(SOPEN-COUNT)
                           IF FUNCTION TRIM(RCP-QTY-TEXT) NOT = SPACES
                               MOVE FUNCTION NUMVAL(RCP-QTY-TEXT)
                                   TO SOPEN-USED(SOPEN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-OPEN-FILE
           .

       SAVE-STOCK-OPEN-FILE.
           MOVE "stock" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE STOCK-OPEN-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO STOCK-OPEN-PATH
           OPEN OUTPUT STOCK-OPEN-FILE
           PERFORM VARYING SOPEN-IDX FROM 1 BY 1
                   UNTIL SOPEN-IDX > SOPEN-COUNT
               IF SOPEN-USED(SOPEN-IDX) NOT = 0
                   MOVE SOPEN-USED(SOPEN-IDX) TO SOPEN-USED-DISP
                   MOVE SPACES TO STOCK-OPEN-LINE
                   STRING
                       FUNCTION TRIM(SOPEN-ID(SOPEN-IDX))
                           DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM(SOPEN-USED-DISP)
                           DELIMITED BY SIZE
                       INTO STOCK-OPEN-LINE
                   END-STRING
                   WRITE STOCK-OPEN-LINE
               END-IF
           END-PERFORM
           CLOSE STOCK-OPEN-FILE
           MOVE ATOMIC-REAL-PATH TO STOCK-OPEN-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           MOVE 0 TO SOPEN-CHANGED
           .

      * POUR-KEGS-FOR-CART - Count each cart token of a product on
      * tap as glasses sold from its keg: KEG-SIGN +1 for a sale, -1
      * when the sale is returned (the beer is poured either way, so
      * a returned glass shows up as keg wastage).
       POUR-KEGS-FOR-CART.
           IF KEG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KEG-FOUND-IDX
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT
               MOVE SPACES TO STOCK-LOOKUP-ID
               MOVE SPACES TO STOCK-QTY-TEXT
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO STOCK-LOOKUP-ID
                        STOCK-QTY-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(STOCK-QTY-TEXT) = SPACES
                   MOVE 1 TO STOCK-TOKEN-QTY
               ELSE
                   MOVE FUNCTION NUMVAL(STOCK-QTY-TEXT)
                       TO STOCK-TOKEN-QTY
               END-IF
               PERFORM VARYING KEG-IDX FROM 1 BY 1
                       UNTIL KEG-IDX > KEG-COUNT
                   IF KEG-PROD-ID(KEG-IDX) =
                           FUNCTION TRIM(STOCK-LOOKUP-ID)
                       COMPUTE KEG-GLASSES(KEG-IDX) =
                           KEG-GLASSES(KEG-IDX)
                           + STOCK-TOKEN-QTY * KEG-SIGN
                       MOVE KEG-IDX TO KEG-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF KEG-FOUND-IDX NOT = 0
               PERFORM SAVE-KEG-FILE
           END-IF
           .

       LOAD-KEG-FILE.
           MOVE 0 TO KEG-COUNT
           MOVE SPACES TO KEG-ENTRIES
           MOVE 0 TO KEG-EOF
           OPEN INPUT KEG-FILE
           IF KEG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KEG-EOF = 1
               READ KEG-FILE
                   AT END
                       MOVE 1 TO KEG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(KEG-LINE) NOT = SPACES
                           AND KEG-LINE(1:1) NOT = "#"
                           AND KEG-COUNT < 50
                           PERFORM PARSE-KEG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEG-FILE
           .

       PARSE-KEG-LINE.
           ADD 1 TO KEG-COUNT
           MOVE SPACES TO KEG-TEXT-1
           MOVE SPACES TO KEG-TEXT-2
           MOVE SPACES TO KEG-TEXT-3
           UNSTRING KEG-LINE DELIMITED BY X"09"
               INTO KEG-ID(KEG-COUNT)
                    KEG-PROD-ID(KEG-COUNT)
                    KEG-TEXT-1
                    KEG-TEXT-2
                    KEG-TAPPED-TS(KEG-COUNT)
                    KEG-TEXT-3
           END-UNSTRING
           MOVE 0 TO KEG-VOLUME-CL(KEG-COUNT)
           MOVE 0 TO KEG-GLASS-CL(KEG-COUNT)
           MOVE 0 TO KEG-GLASSES(KEG-COUNT)
           IF FUNCTION TRIM(KEG-TEXT-1) NOT = SPACES
               MOVE FUNCTION NUMVAL(KEG-TEXT-1)
                   TO KEG-VOLUME-CL(KEG-COUNT)
           END-IF
           IF FUNCTION TRIM(KEG-TEXT-2) NOT = SPACES
               MOVE FUNCTION NUMVAL(KEG-TEXT-2)
                   TO KEG-GLASS-CL(KEG-COUNT)
           END-IF
           IF FUNCTION TRIM(KEG-TEXT-3) NOT = SPACES
               MOVE FUNCTION NUMVAL(KEG-TEXT-3)
                   TO KEG-GLASSES(KEG-COUNT)
           END-IF
           .

       SAVE-KEG-FILE.
           MOVE "kegs" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE KEG-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO KEG-PATH
           OPEN OUTPUT KEG-FILE
           PERFORM VARYING KEG-IDX FROM 1 BY 1
                   UNTIL KEG-IDX > KEG-COUNT
               MOVE KEG-VOLUME-CL(KEG-IDX) TO KEG-NUM-DISP
               MOVE KEG-GLASS-CL(KEG-IDX) TO KEG-NUM-DISP2
               MOVE KEG-GLASSES(KEG-IDX) TO KEG-NUM-DISP3
               MOVE SPACES TO KEG-LINE
               STRING
                   FUNCTION TRIM(KEG-ID(KEG-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-PROD-ID(KEG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-NUM-DISP2) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-TAPPED-TS(KEG-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-NUM-DISP3) DELIMITED BY SIZE
                   INTO KEG-LINE
               END-STRING
               WRITE KEG-LINE
           END-PERFORM
           CLOSE KEG-FILE
           MOVE ATOMIC-REAL-PATH TO KEG-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * ADMIN-KEG-ENTRY - Tap a new keg or mark the tapped one
      * empty; emptying reports and logs the keg's yield.
       ADMIN-KEG-ENTRY.
           MOVE SPACES TO KEG-MODE-INPUT
           MOVE SPACES TO KEG-ID-INPUT
           MOVE SPACES TO KEG-PROD-INPUT
           MOVE SPACES TO KEG-VOLUME-INPUT
           MOVE SPACES TO KEG-GLASS-INPUT
           DISPLAY ADMIN-KEG-SCREEN
           ACCEPT ADMIN-KEG-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(KEG-MODE-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(KEG-MODE-INPUT)
               WHEN "T"
                   PERFORM KEG-TAP-NEW
               WHEN "E"
                   PERFORM KEG-MARK-EMPTY
               WHEN OTHER
                   MOVE "Keg entry rejected" TO RESULT-TITLE
                   MOVE "Mode must be T (tap) or E (empty)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
           END-EVALUATE
           .

       KEG-TAP-NEW.
           IF FUNCTION TRIM(KEG-ID-INPUT) = SPACES
               OR FUNCTION TRIM(KEG-PROD-INPUT) = SPACES
               MOVE "Keg entry rejected" TO RESULT-TITLE
               MOVE "Tapping needs a keg id and a product id."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(KEG-VOLUME-INPUT) = SPACES
               OR FUNCTION TRIM(KEG-VOLUME-INPUT) NOT NUMERIC
               MOVE "Keg entry rejected" TO RESULT-TITLE
               MOVE "Volume must be whole centilitres (20 L = 2000)."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
      *    Blank glass size means the house 40 cl glass.
           IF FUNCTION TRIM(KEG-GLASS-INPUT) = SPACES
               MOVE "40" TO KEG-GLASS-INPUT
           END-IF
           IF FUNCTION TRIM(KEG-GLASS-INPUT) NOT NUMERIC
               OR FUNCTION NUMVAL(KEG-GLASS-INPUT) = 0
               OR FUNCTION NUMVAL(KEG-GLASS-INPUT) >
                   FUNCTION NUMVAL(KEG-VOLUME-INPUT)
               MOVE "Keg entry rejected" TO RESULT-TITLE
               MOVE "Glass size must be whole centilitres."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING KEG-IDX FROM 1 BY 1
                   UNTIL KEG-IDX > KEG-COUNT
               IF KEG-ID(KEG-IDX) = FUNCTION TRIM(KEG-ID-INPUT)
                   OR KEG-PROD-ID(KEG-IDX) =
                       FUNCTION TRIM(KEG-PROD-INPUT)
                   MOVE "Keg entry rejected" TO RESULT-TITLE
                   MOVE SPACES TO RESULT-LINE1
                   STRING "Keg " DELIMITED BY SIZE
                       FUNCTION TRIM(KEG-ID(KEG-IDX))
                           DELIMITED BY SIZE
                       " is already on tap for product "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(KEG-PROD-ID(KEG-IDX))
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO RESULT-LINE1
                   END-STRING
                   MOVE "Mark it empty first (mode E)."
                       TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KEG-COUNT >= 50
               MOVE "Keg entry rejected" TO RESULT-TITLE
               MOVE "Keg table is full (50 kegs on tap)."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO KEG-COUNT
           MOVE FUNCTION TRIM(KEG-ID-INPUT) TO KEG-ID(KEG-COUNT)
           MOVE FUNCTION TRIM(KEG-PROD-INPUT) TO KEG-PROD-ID(KEG-COUNT)
           MOVE FUNCTION NUMVAL(KEG-VOLUME-INPUT)
               TO KEG-VOLUME-CL(KEG-COUNT)
           MOVE FUNCTION NUMVAL(KEG-GLASS-INPUT)
               TO KEG-GLASS-CL(KEG-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO KEG-TAPPED-TS(KEG-COUNT)
           MOVE "-" TO KEG-TAPPED-TS(KEG-COUNT)(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO KEG-TAPPED-TS(KEG-COUNT)(10:6)
           MOVE 0 TO KEG-GLASSES(KEG-COUNT)
           PERFORM SAVE-KEG-FILE

           COMPUTE KEG-THEORETICAL = KEG-VOLUME-CL(KEG-COUNT)
               / KEG-GLASS-CL(KEG-COUNT)
           MOVE KEG-THEORETICAL TO KEG-NUM-DISP
           MOVE "Keg tapped" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Keg " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-ID(KEG-COUNT)) DELIMITED BY SIZE
               " on tap for product " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-PROD-ID(KEG-COUNT)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE SPACES TO RESULT-LINE2
           STRING "Should pour " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
               " glasses." DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Keg tapped: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-ID(KEG-COUNT)) DELIMITED BY SIZE
               " product " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-PROD-ID(KEG-COUNT)) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * KEG-MARK-EMPTY - Close out the keg: theoretical glasses vs
      * glasses sold, logged to keg-yield.log and (the shortfall) to
      * shrinkage.log as reason K, so a keg that gave 45 of 50
      * glasses shows 5 glasses of pour loss in the settlement.
       KEG-MARK-EMPTY.
           MOVE 0 TO KEG-FOUND-IDX
           PERFORM VARYING KEG-IDX FROM 1 BY 1
                   UNTIL KEG-IDX > KEG-COUNT
               IF (FUNCTION TRIM(KEG-ID-INPUT) NOT = SPACES
                       AND KEG-ID(KEG-IDX) =
                           FUNCTION TRIM(KEG-ID-INPUT))
                   OR (FUNCTION TRIM(KEG-ID-INPUT) = SPACES
                       AND KEG-PROD-ID(KEG-IDX) =
                           FUNCTION TRIM(KEG-PROD-INPUT))
                   MOVE KEG-IDX TO KEG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KEG-FOUND-IDX = 0
               MOVE "Keg entry rejected" TO RESULT-TITLE
               MOVE "No keg on tap matches that keg or product id."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO KEG-EMPTIED-TS
           MOVE "-" TO KEG-EMPTIED-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO KEG-EMPTIED-TS(10:6)
           COMPUTE KEG-THEORETICAL = KEG-VOLUME-CL(KEG-FOUND-IDX)
               / KEG-GLASS-CL(KEG-FOUND-IDX)
           COMPUTE KEG-WASTAGE = KEG-THEORETICAL
               - KEG-GLASSES(KEG-FOUND-IDX)
           MOVE 0 TO KEG-YIELD-PCT
           IF KEG-THEORETICAL > 0
               COMPUTE KEG-YIELD-PCT ROUNDED =
                   KEG-GLASSES(KEG-FOUND-IDX) * 100 / KEG-THEORETICAL
           END-IF

           MOVE "kegs" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND KEG-YIELD-FILE
           IF KEG-YIELD-STATUS = "35"
               OPEN OUTPUT KEG-YIELD-FILE
           END-IF
           MOVE KEG-VOLUME-CL(KEG-FOUND-IDX) TO KEG-NUM-DISP
           MOVE KEG-GLASS-CL(KEG-FOUND-IDX) TO KEG-NUM-DISP2
           MOVE KEG-THEORETICAL TO KEG-NUM-DISP3
           MOVE KEG-GLASSES(KEG-FOUND-IDX) TO KEG-NUM-DISP4
           MOVE KEG-WASTAGE TO STOCK-QTY-DISP
           MOVE SPACES TO KEG-YIELD-LINE
           STRING
               KEG-EMPTIED-TS(1:8) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-ID(KEG-FOUND-IDX)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-PROD-ID(KEG-FOUND-IDX))
                   DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP2) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-TAPPED-TS(KEG-FOUND-IDX))
                   DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               KEG-EMPTIED-TS DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP3) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP4) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-QTY-DISP) DELIMITED BY SIZE
               INTO KEG-YIELD-LINE
           END-STRING
           WRITE KEG-YIELD-LINE
           CLOSE KEG-YIELD-FILE
           PERFORM RELEASE-FILE-LOCK

      *    shrinkage.log in STOCKTAKE's layout: system = glasses the
      *    keg should have poured, counted = glasses sold.
           IF KEG-WASTAGE NOT = 0
               COMPUTE KEG-WASTAGE = 0 - KEG-WASTAGE
               MOVE KEG-WASTAGE TO STOCK-QTY-DISP
               MOVE "shrinkage" TO LOCK-NAME
               PERFORM ACQUIRE-FILE-LOCK
               OPEN EXTEND SHRINK-FILE
               IF SHRINK-STATUS = "35"
                   OPEN OUTPUT SHRINK-FILE
               END-IF
               MOVE SPACES TO SHRINK-LINE
               STRING
                   KEG-EMPTIED-TS(1:8) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-PROD-ID(KEG-FOUND-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-NUM-DISP3) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(KEG-NUM-DISP4) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(STOCK-QTY-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "K" DELIMITED BY SIZE
                   INTO SHRINK-LINE
               END-STRING
               WRITE SHRINK-LINE
               CLOSE SHRINK-FILE
               PERFORM RELEASE-FILE-LOCK
               COMPUTE KEG-WASTAGE = 0 - KEG-WASTAGE
           END-IF

           MOVE "Keg emptied" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING "Keg " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-ID(KEG-FOUND-IDX)) DELIMITED BY SIZE
               " (product " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-PROD-ID(KEG-FOUND-IDX))
                   DELIMITED BY SIZE
               ") is off tap." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE SPACES TO RESULT-LINE2
           STRING "Theoretical glasses: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP3) DELIMITED BY SIZE
               "  sold: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP4) DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           MOVE KEG-WASTAGE TO KEG-NUM-DISP
           MOVE KEG-YIELD-PCT TO KEG-NUM-DISP2
           MOVE SPACES TO RESULT-LINE3
           STRING "Wastage: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP) DELIMITED BY SIZE
               " glasses  yield: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP2) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO RESULT-LINE3
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Keg emptied: " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-ID(KEG-FOUND-IDX)) DELIMITED BY SIZE
               " yield " DELIMITED BY SIZE
               FUNCTION TRIM(KEG-NUM-DISP2) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING

           PERFORM VARYING KEG-IDX FROM KEG-FOUND-IDX BY 1
                   UNTIL KEG-IDX >= KEG-COUNT
               MOVE KEG-ENTRY(KEG-IDX + 1) TO KEG-ENTRY(KEG-IDX)
           END-PERFORM
           SUBTRACT 1 FROM KEG-COUNT
           PERFORM SAVE-KEG-FILE
           PERFORM WRITE-AUDIT-ENTRY
           .

      * LOAD-ROOM-STOCK-FILE - room-stock.txt into RMS-ENTRY; no
      * file means every room sells from the main store.
       LOAD-ROOM-STOCK-FILE.
           MOVE 0 TO RMS-COUNT
           MOVE SPACES TO RMS-ENTRIES
           MOVE 0 TO RMS-CHANGED
           MOVE 0 TO ROOM-STOCK-EOF
           OPEN INPUT ROOM-STOCK-FILE
           IF ROOM-STOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ROOM-STOCK-EOF = 1
               READ ROOM-STOCK-FILE
                   AT END
                       MOVE 1 TO ROOM-STOCK-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ROOM-STOCK-LINE) NOT = SPACES
                           AND ROOM-STOCK-LINE(1:1) NOT = "#"
                           AND RMS-COUNT < 300
                           PERFORM PARSE-ROOM-STOCK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-STOCK-FILE
           .

       PARSE-ROOM-STOCK-LINE.
           ADD 1 TO RMS-COUNT
           MOVE SPACES TO RMS-QTY-TEXT
           UNSTRING ROOM-STOCK-LINE DELIMITED BY X"09"
               INTO RMS-ROOM(RMS-COUNT)
                    RMS-PROD-ID(RMS-COUNT)
                    RMS-QTY-TEXT
           END-UNSTRING
           MOVE 0 TO RMS-QTY(RMS-COUNT)
           IF FUNCTION TRIM(RMS-QTY-TEXT) NOT = SPACES
               MOVE FUNCTION NUMVAL(RMS-QTY-TEXT) TO RMS-QTY(RMS-COUNT)
           END-IF
           .

       SAVE-ROOM-STOCK-FILE.
           MOVE "room-stock" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE ROOM-STOCK-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO ROOM-STOCK-PATH
           OPEN OUTPUT ROOM-STOCK-FILE
           PERFORM VARYING RMS-IDX FROM 1 BY 1
                   UNTIL RMS-IDX > RMS-COUNT
               MOVE RMS-QTY(RMS-IDX) TO RMS-QTY-DISP
               MOVE SPACES TO ROOM-STOCK-LINE
               STRING
                   FUNCTION TRIM(RMS-ROOM(RMS-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RMS-PROD-ID(RMS-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RMS-QTY-DISP) DELIMITED BY SIZE
                   INTO ROOM-STOCK-LINE
               END-STRING
               WRITE ROOM-STOCK-LINE
           END-PERFORM
           CLOSE ROOM-STOCK-FILE
           MOVE ATOMIC-REAL-PATH TO ROOM-STOCK-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           MOVE 0 TO RMS-CHANGED
           .

      * FIND-ROOM-STOCK-ENTRY - The row for STOCK-LOOKUP-ID on room
      * RMS-LOOKUP-ROOM's own shelf; RMS-FOUND-IDX 0 means that room
      * sells the product from the main store.
       FIND-ROOM-STOCK-ENTRY.
           MOVE 0 TO RMS-FOUND-IDX
           PERFORM VARYING RMS-IDX FROM 1 BY 1
                   UNTIL RMS-IDX > RMS-COUNT
               IF RMS-ROOM(RMS-IDX) = FUNCTION TRIM(RMS-LOOKUP-ROOM)
                   AND RMS-PROD-ID(RMS-IDX) =
                       FUNCTION TRIM(STOCK-LOOKUP-ID)
                   MOVE RMS-IDX TO RMS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * SUM-MAIN-STORE-AVAIL - What the main store can still sell
      * of STOCK-LOOKUP-ID, as RESTOCK-REPORT reckons it: stock.txt
      * less every room's shelf row, less SENT transfers still in
      * transit, less PRE-RESERVED (SUM-PREORDER-RESERVED first).
      * Needs STOCK-FOUND-IDX set by FIND-STOCK-ENTRY.
       SUM-MAIN-STORE-AVAIL.
           COMPUTE RMS-MAIN-AVAIL =
               STOCK-QTY(STOCK-FOUND-IDX) - PRE-RESERVED
           PERFORM VARYING RMS-IDX FROM 1 BY 1
                   UNTIL RMS-IDX > RMS-COUNT
               IF RMS-PROD-ID(RMS-IDX) =
                       FUNCTION TRIM(STOCK-LOOKUP-ID)
                   SUBTRACT RMS-QTY(RMS-IDX) FROM RMS-MAIN-AVAIL
               END-IF
           END-PERFORM
           PERFORM VARYING XFR-IDX FROM 1 BY 1
                   UNTIL XFR-IDX > XFR-COUNT
               IF FUNCTION TRIM(XFR-STATE(XFR-IDX)) = "SENT"
                   AND FUNCTION TRIM(XFR-PROD-ID(XFR-IDX)) =
                       FUNCTION TRIM(STOCK-LOOKUP-ID)
                   SUBTRACT XFR-SENT(XFR-IDX) FROM RMS-MAIN-AVAIL
               END-IF
           END-PERFORM
           .

      * ADJUST-ROOM-STOCK - Carry RMS-DELTA of STOCK-LOOKUP-ID onto
      * the current room's shelf as well, when the room keeps that
      * product itself. Otherwise the main store sold it and the
      * stock.txt change the caller made already says so.
       ADJUST-ROOM-STOCK.
           IF RMS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SCREEN-ROOM-ID TO RMS-LOOKUP-ROOM
           PERFORM FIND-ROOM-STOCK-ENTRY
           IF RMS-FOUND-IDX NOT = 0
               ADD RMS-DELTA TO RMS-QTY(RMS-FOUND-IDX)
               MOVE 1 TO RMS-CHANGED
           END-IF
           .

       LOAD-XFER-FILE.
           MOVE 0 TO XFR-COUNT
           MOVE SPACES TO XFR-ENTRIES
           MOVE 0 TO XFER-EOF
           OPEN INPUT XFER-FILE
           IF XFER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL XFER-EOF = 1
               READ XFER-FILE
                   AT END
                       MOVE 1 TO XFER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(XFER-LINE) NOT = SPACES
                           AND XFER-LINE(1:1) NOT = "#"
                           AND XFR-COUNT < 200
                           PERFORM PARSE-XFER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XFER-FILE
           .

       PARSE-XFER-LINE.
           ADD 1 TO XFR-COUNT
           MOVE SPACES TO XFR-TEXT-1
           MOVE SPACES TO XFR-TEXT-2
           UNSTRING XFER-LINE DELIMITED BY X"09"
               INTO XFR-ID(XFR-COUNT)
                    XFR-STATE(XFR-COUNT)
                    XFR-FROM(XFR-COUNT)
                    XFR-TO(XFR-COUNT)
                    XFR-PROD-ID(XFR-COUNT)
                    XFR-TEXT-1
                    XFR-TEXT-2
                    XFR-SENT-TS(XFR-COUNT)
                    XFR-SENT-BY(XFR-COUNT)
                    XFR-RECV-TS(XFR-COUNT)
                    XFR-RECV-BY(XFR-COUNT)
           END-UNSTRING
           MOVE 0 TO XFR-SENT(XFR-COUNT)
           MOVE 0 TO XFR-RECV(XFR-COUNT)
           IF FUNCTION TRIM(XFR-TEXT-1) NOT = SPACES
               MOVE FUNCTION NUMVAL(XFR-TEXT-1) TO XFR-SENT(XFR-COUNT)
           END-IF
           IF FUNCTION TRIM(XFR-TEXT-2) NOT = SPACES
               MOVE FUNCTION NUMVAL(XFR-TEXT-2) TO XFR-RECV(XFR-COUNT)
           END-IF
           .

      * SAVE-XFER-FILE - Rewrite stock-transfers.txt in full. Lines
      * stay after receipt so the transfer record can be looked up
      * later; STOCKTAKE and RESTOCK-REPORT count only SENT lines as
      * goods in transit.
       SAVE-XFER-FILE.
           MOVE "transfers" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE XFER-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO XFER-PATH
           OPEN OUTPUT XFER-FILE
           PERFORM VARYING XFR-IDX FROM 1 BY 1
                   UNTIL XFR-IDX > XFR-COUNT
               MOVE XFR-SENT(XFR-IDX) TO RMS-QTY-DISP
               MOVE XFR-RECV(XFR-IDX) TO XFR-NUM-DISP
               MOVE SPACES TO XFER-LINE
               STRING
                   FUNCTION TRIM(XFR-ID(XFR-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-STATE(XFR-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-FROM(XFR-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-TO(XFR-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-PROD-ID(XFR-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RMS-QTY-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-NUM-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-SENT-TS(XFR-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-SENT-BY(XFR-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-RECV-TS(XFR-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-RECV-BY(XFR-IDX))
                       DELIMITED BY SIZE
                   INTO XFER-LINE
               END-STRING
               WRITE XFER-LINE
           END-PERFORM
           CLOSE XFER-FILE
           MOVE ATOMIC-REAL-PATH TO XFER-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * ADMIN-XFER-ENTRY - Send goods from one room to another, or
      * confirm a transfer has arrived in the receiving room.
       ADMIN-XFER-ENTRY.
           MOVE SPACES TO XFR-MODE-INPUT
           MOVE SPACES TO XFR-FROM-INPUT
           MOVE SPACES TO XFR-TO-INPUT
           MOVE SPACES TO XFR-ID-INPUT
           MOVE FUNCTION TRIM(ADMIN-OPERATOR) TO XFR-OPER-INPUT
           PERFORM VARYING XFR-LINE-IDX FROM 1 BY 1
                   UNTIL XFR-LINE-IDX > 5
               MOVE SPACES TO XFR-IN-PROD(XFR-LINE-IDX)
               MOVE SPACES TO XFR-IN-QTY(XFR-LINE-IDX)
               MOVE SPACES TO XFR-IN-SENT-DISP(XFR-LINE-IDX)
               MOVE 0 TO XFR-IN-REF(XFR-LINE-IDX)
           END-PERFORM
           DISPLAY ADMIN-XFER-SCREEN
           ACCEPT ADMIN-XFER-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(XFR-MODE-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(XFR-OPER-INPUT) = SPACES
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE "The operator handling the goods is required."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-XFER-FILE
           EVALUATE FUNCTION UPPER-CASE(XFR-MODE-INPUT)
               WHEN "S"
                   PERFORM XFER-SEND
               WHEN "R"
                   PERFORM XFER-RECEIVE
               WHEN OTHER
                   MOVE "Transfer rejected" TO RESULT-TITLE
                   MOVE "Mode must be S (send) or R (receive)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
           END-EVALUATE
           .

      * CHECK-XFER-ROOM - RMS-LOOKUP-ROOM must be "-" (the main
      * store) or a room in rooms.txt; XFR-ROOM-OK says which.
       CHECK-XFER-ROOM.
           MOVE 0 TO XFR-ROOM-OK
           IF FUNCTION TRIM(RMS-LOOKUP-ROOM) = "-"
               MOVE 1 TO XFR-ROOM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROOM-DIR-IDX FROM 1 BY 1
                   UNTIL ROOM-DIR-IDX > ROOM-DIR-COUNT
               IF FUNCTION TRIM(ROOM-DIR-ID(ROOM-DIR-IDX)) =
                       FUNCTION TRIM(RMS-LOOKUP-ROOM)
                   MOVE 1 TO XFR-ROOM-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * XFER-SEND - Take the lines off the sending room's shelf (the
      * main store needs nothing taking off - goods in transit are
      * netted out of it) and record them SENT under a new id.
       XFER-SEND.
           MOVE FUNCTION TRIM(XFR-FROM-INPUT) TO XFR-FROM-INPUT
           MOVE FUNCTION TRIM(XFR-TO-INPUT) TO XFR-TO-INPUT
           MOVE XFR-FROM-INPUT TO RMS-LOOKUP-ROOM
           PERFORM CHECK-XFER-ROOM
           IF XFR-ROOM-OK = 1
               MOVE XFR-TO-INPUT TO RMS-LOOKUP-ROOM
               PERFORM CHECK-XFER-ROOM
           END-IF
           IF XFR-ROOM-OK = 0
               OR XFR-FROM-INPUT = XFR-TO-INPUT
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE "From and to must be two different rooms from "
                   TO RESULT-LINE1
               MOVE "rooms.txt, or '-' for the main store."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO XFR-LINE-COUNT
           MOVE 0 TO XFR-BAD
           PERFORM VARYING XFR-LINE-IDX FROM 1 BY 1
                   UNTIL XFR-LINE-IDX > 5
               IF FUNCTION TRIM(XFR-IN-PROD(XFR-LINE-IDX))
                       NOT = SPACES
                   ADD 1 TO XFR-LINE-COUNT
                   MOVE FUNCTION TRIM(XFR-IN-PROD(XFR-LINE-IDX))
                       TO STOCK-LOOKUP-ID
                   PERFORM FIND-STOCK-ENTRY
                   IF STOCK-FOUND-IDX = 0
                       OR FUNCTION TRIM(XFR-IN-QTY(XFR-LINE-IDX))
                           = SPACES
                       OR FUNCTION TRIM(XFR-IN-QTY(XFR-LINE-IDX))
                           NOT NUMERIC
                       OR FUNCTION NUMVAL(XFR-IN-QTY(XFR-LINE-IDX))
                           = 0
                       MOVE 1 TO XFR-BAD
                   END-IF
                   IF XFR-BAD = 0 AND XFR-FROM-INPUT NOT = "-"
                       MOVE XFR-FROM-INPUT TO RMS-LOOKUP-ROOM
                       PERFORM FIND-ROOM-STOCK-ENTRY
                       IF RMS-FOUND-IDX = 0
                           MOVE 2 TO XFR-BAD
                       END-IF
                   END-IF
                   IF XFR-BAD NOT = 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF XFR-LINE-COUNT = 0
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE "Enter at least one product and quantity."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF XFR-BAD = 1
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Product " DELIMITED BY SIZE
                   FUNCTION TRIM(STOCK-LOOKUP-ID) DELIMITED BY SIZE
                   " is not stock-tracked or its qty is not a whole"
                       DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "number above zero." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF XFR-BAD = 2
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Room " DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-FROM-INPUT) DELIMITED BY SIZE
                   " keeps no shelf of its own for product "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(STOCK-LOOKUP-ID) DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "- it sells from the main store; send from '-'."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF XFR-COUNT + XFR-LINE-COUNT > 200
               MOVE "Transfer rejected" TO RESULT-TITLE
               MOVE "stock-transfers.txt is full (200 lines)."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO XFR-TS
           MOVE "-" TO XFR-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO XFR-TS(10:6)
           MOVE SPACES TO XFR-NEW-ID
           STRING "TR" DELIMITED BY SIZE
               XFR-TS(1:8) DELIMITED BY SIZE
               XFR-TS(10:6) DELIMITED BY SIZE
               INTO XFR-NEW-ID
           END-STRING

           PERFORM VARYING XFR-LINE-IDX FROM 1 BY 1
                   UNTIL XFR-LINE-IDX > 5
               IF FUNCTION TRIM(XFR-IN-PROD(XFR-LINE-IDX))
                       NOT = SPACES
                   MOVE FUNCTION NUMVAL(XFR-IN-QTY(XFR-LINE-IDX))
                       TO XFR-QTY
                   ADD 1 TO XFR-COUNT
                   MOVE XFR-NEW-ID TO XFR-ID(XFR-COUNT)
                   MOVE "SENT" TO XFR-STATE(XFR-COUNT)
                   MOVE XFR-FROM-INPUT TO XFR-FROM(XFR-COUNT)
                   MOVE XFR-TO-INPUT TO XFR-TO(XFR-COUNT)
                   MOVE FUNCTION TRIM(XFR-IN-PROD(XFR-LINE-IDX))
                       TO XFR-PROD-ID(XFR-COUNT)
                   MOVE XFR-QTY TO XFR-SENT(XFR-COUNT)
                   MOVE 0 TO XFR-RECV(XFR-COUNT)
                   MOVE XFR-TS TO XFR-SENT-TS(XFR-COUNT)
                   MOVE FUNCTION TRIM(XFR-OPER-INPUT)
                       TO XFR-SENT-BY(XFR-COUNT)
                   MOVE "-" TO XFR-RECV-TS(XFR-COUNT)
                   MOVE "-" TO XFR-RECV-BY(XFR-COUNT)
                   IF XFR-FROM-INPUT NOT = "-"
                       MOVE XFR-PROD-ID(XFR-COUNT) TO STOCK-LOOKUP-ID
                       MOVE XFR-FROM-INPUT TO RMS-LOOKUP-ROOM
                       PERFORM FIND-ROOM-STOCK-ENTRY
                       SUBTRACT XFR-QTY FROM RMS-QTY(RMS-FOUND-IDX)
                       MOVE 1 TO RMS-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-XFER-FILE
           IF RMS-CHANGED = 1
               PERFORM SAVE-ROOM-STOCK-FILE
           END-IF

           MOVE "Transfer sent" TO RESULT-TITLE
           MOVE XFR-LINE-COUNT TO XFR-NUM-DISP
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(XFR-NUM-DISP) DELIMITED BY SIZE
               " line(s) from " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-FROM-INPUT) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-TO-INPUT) DELIMITED BY SIZE
               " in transit." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE SPACES TO RESULT-LINE2
           STRING "Transfer id " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-NEW-ID) DELIMITED BY SIZE
               " - the receiving room confirms with R."
                   DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Transfer " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-NEW-ID) DELIMITED BY SIZE
               " sent " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-FROM-INPUT) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-TO-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * XFER-RECEIVE - Show the transfer's SENT lines, take what
      * actually arrived, put it on the receiving room's shelf and
      * log any shortfall as transfer loss (reason V).
       XFER-RECEIVE.
           MOVE 0 TO XFR-LINE-COUNT
           PERFORM VARYING XFR-IDX FROM 1 BY 1
                   UNTIL XFR-IDX > XFR-COUNT
               IF XFR-ID(XFR-IDX) = FUNCTION TRIM(XFR-ID-INPUT)
                   AND XFR-STATE(XFR-IDX) = "SENT"
                   AND XFR-LINE-COUNT < 5
                   ADD 1 TO XFR-LINE-COUNT
                   MOVE XFR-IDX TO XFR-IN-REF(XFR-LINE-COUNT)
                   MOVE XFR-PROD-ID(XFR-IDX)
                       TO XFR-IN-PROD(XFR-LINE-COUNT)
                   MOVE XFR-SENT(XFR-IDX) TO XFR-NUM-DISP
                   MOVE FUNCTION TRIM(XFR-NUM-DISP)
                       TO XFR-IN-SENT-DISP(XFR-LINE-COUNT)
                   MOVE SPACES TO XFR-IN-QTY(XFR-LINE-COUNT)
                   MOVE XFR-FROM(XFR-IDX) TO XFR-FROM-INPUT
                   MOVE XFR-TO(XFR-IDX) TO XFR-TO-INPUT
               END-IF
           END-PERFORM
           IF XFR-LINE-COUNT = 0
               MOVE "Receipt rejected" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "No transfer " DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-ID-INPUT) DELIMITED BY SIZE
                   " is in transit." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           DISPLAY ADMIN-XFER-RECV-SCREEN
           ACCEPT ADMIN-XFER-RECV-SCREEN

           MOVE 0 TO XFR-BAD
           PERFORM VARYING XFR-LINE-IDX FROM 1 BY 1
                   UNTIL XFR-LINE-IDX > XFR-LINE-COUNT
               IF FUNCTION TRIM(XFR-IN-QTY(XFR-LINE-IDX)) NOT = SPACES
                   AND FUNCTION TRIM(XFR-IN-QTY(XFR-LINE-IDX))
                       NOT NUMERIC
                   MOVE 1 TO XFR-BAD
               END-IF
           END-PERFORM
           IF XFR-BAD = 1
               MOVE "Receipt rejected" TO RESULT-TITLE
               MOVE "Received quantities must be whole numbers."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO XFR-TS
           MOVE "-" TO XFR-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO XFR-TS(10:6)
           MOVE 0 TO XFR-SHORT-TOTAL
           PERFORM VARYING XFR-LINE-IDX FROM 1 BY 1
                   UNTIL XFR-LINE-IDX > XFR-LINE-COUNT
               MOVE XFR-IN-REF(XFR-LINE-IDX) TO XFR-IDX
               IF FUNCTION TRIM(XFR-IN-QTY(XFR-LINE-IDX)) = SPACES
                   MOVE XFR-SENT(XFR-IDX) TO XFR-RECV(XFR-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(XFR-IN-QTY(XFR-LINE-IDX))
                       TO XFR-RECV(XFR-IDX)
               END-IF
               MOVE "RECEIVED" TO XFR-STATE(XFR-IDX)
               MOVE XFR-TS TO XFR-RECV-TS(XFR-IDX)
               MOVE FUNCTION TRIM(XFR-OPER-INPUT)
                   TO XFR-RECV-BY(XFR-IDX)
               MOVE XFR-PROD-ID(XFR-IDX) TO STOCK-LOOKUP-ID
               IF XFR-TO(XFR-IDX) NOT = "-"
                   PERFORM XFER-SHELVE-LINE
               END-IF
               COMPUTE XFR-VARIANCE = XFR-SENT(XFR-IDX)
                   - XFR-RECV(XFR-IDX)
               IF XFR-VARIANCE NOT = 0
                   PERFORM XFER-LOG-VARIANCE
               END-IF
           END-PERFORM
           PERFORM SAVE-XFER-FILE
           IF RMS-CHANGED = 1
               PERFORM SAVE-ROOM-STOCK-FILE
           END-IF
           IF XFR-SHORT-TOTAL NOT = 0
               PERFORM SAVE-STOCK-FILE
           END-IF

           MOVE "Transfer received" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(XFR-ID-INPUT) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-FROM-INPUT) DELIMITED BY SIZE
               " is now on room " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-TO-INPUT) DELIMITED BY SIZE
               "'s shelf." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           IF XFR-SHORT-TOTAL NOT = 0
               MOVE XFR-SHORT-TOTAL TO XFR-NUM-DISP
               MOVE SPACES TO RESULT-LINE2
               STRING "Variance of " DELIMITED BY SIZE
                   FUNCTION TRIM(XFR-NUM-DISP) DELIMITED BY SIZE
                   " unit(s) logged to shrinkage (reason V)."
                       DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Transfer " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-ID-INPUT) DELIMITED BY SIZE
               " received by " DELIMITED BY SIZE
               FUNCTION TRIM(XFR-OPER-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * XFER-SHELVE-LINE - Put what arrived on the receiving room's
      * shelf, opening the shelf row the first time the room is sent
      * that product.
       XFER-SHELVE-LINE.
           MOVE XFR-TO(XFR-IDX) TO RMS-LOOKUP-ROOM
           PERFORM FIND-ROOM-STOCK-ENTRY
           IF RMS-FOUND-IDX = 0
               IF RMS-COUNT >= 300
                   MOVE "room-stock.txt full - transfer not shelved"
                       TO log-message
                   PERFORM LOG-WARN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RMS-COUNT
               MOVE RMS-COUNT TO RMS-FOUND-IDX
               MOVE XFR-TO(XFR-IDX) TO RMS-ROOM(RMS-FOUND-IDX)
               MOVE XFR-PROD-ID(XFR-IDX) TO RMS-PROD-ID(RMS-FOUND-IDX)
               MOVE 0 TO RMS-QTY(RMS-FOUND-IDX)
           END-IF
           ADD XFR-RECV(XFR-IDX) TO RMS-QTY(RMS-FOUND-IDX)
           MOVE 1 TO RMS-CHANGED
           .

      * XFER-LOG-VARIANCE - What went missing between the rooms
      * comes off the kiosk total in stock.txt and is appended to
      * shrinkage.log in the usual layout, reason V, with value at
      * cost, the receiving operator and the transfer id after it.
      * A negative variance (more arrived than was sent) goes back
      * on stock the same way.
       XFER-LOG-VARIANCE.
           ADD XFR-VARIANCE TO XFR-SHORT-TOTAL
           MOVE "-" TO XFR-BEFORE-TEXT
           MOVE "-" TO XFR-AFTER-TEXT
           PERFORM FIND-STOCK-ENTRY
           IF STOCK-FOUND-IDX NOT = 0
               MOVE STOCK-QTY(STOCK-FOUND-IDX) TO STOCK-QTY-DISP
               MOVE FUNCTION TRIM(STOCK-QTY-DISP) TO XFR-BEFORE-TEXT
               SUBTRACT XFR-VARIANCE FROM STOCK-QTY(STOCK-FOUND-IDX)
               MOVE STOCK-QTY(STOCK-FOUND-IDX) TO STOCK-QTY-DISP
               MOVE FUNCTION TRIM(STOCK-QTY-DISP) TO XFR-AFTER-TEXT
           END-IF

           MOVE FUNCTION TRIM(XFR-PROD-ID(XFR-IDX))
               TO CPRICE-PROD-INPUT
           PERFORM FIND-COST-ENTRY
           MOVE 0 TO XFR-UNIT-COST
           IF CPRICE-FOUND-IDX NOT = 0
               MOVE CPRICE-VAL(CPRICE-FOUND-IDX) TO XFR-UNIT-COST
           END-IF
           COMPUTE XFR-VALUE = XFR-UNIT-COST * XFR-VARIANCE
           MOVE XFR-VALUE TO XFR-VALUE-DISP
           COMPUTE XFR-QTY = 0 - XFR-VARIANCE
           MOVE XFR-QTY TO XFR-NUM-DISP

           MOVE "shrinkage" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND SHRINK-FILE
           IF SHRINK-STATUS = "35"
               OPEN OUTPUT SHRINK-FILE
           END-IF
           MOVE SPACES TO SHRINK-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-PROD-ID(XFR-IDX)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-BEFORE-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-AFTER-TEXT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-NUM-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "V" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-VALUE-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-OPER-INPUT) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(XFR-ID(XFR-IDX)) DELIMITED BY SIZE
               INTO SHRINK-LINE
           END-STRING
           WRITE SHRINK-LINE
           CLOSE SHRINK-FILE
           PERFORM RELEASE-FILE-LOCK
           .

      * LOAD-RENTAL-ITEMS - Read the lending register. A missing
      * rental-items.txt just means nothing is lent out from this
      * kiosk.
       LOAD-RENTAL-ITEMS.
           MOVE 0 TO RNT-ITEM-COUNT
           MOVE SPACES TO RNT-ITEMS
           MOVE 0 TO RENTAL-ITEMS-EOF
           OPEN INPUT RENTAL-ITEMS-FILE
           IF RENTAL-ITEMS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RENTAL-ITEMS-EOF = 1
               READ RENTAL-ITEMS-FILE
                   AT END
                       MOVE 1 TO RENTAL-ITEMS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RENTAL-ITEMS-LINE) NOT = SPACES
                           AND RENTAL-ITEMS-LINE(1:1) NOT = "#"
                           AND RNT-ITEM-COUNT < 50
                           PERFORM PARSE-RENTAL-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTAL-ITEMS-FILE
           .

       PARSE-RENTAL-ITEM-LINE.
           ADD 1 TO RNT-ITEM-COUNT
           MOVE SPACES TO RNT-TEXT-1
           MOVE SPACES TO RNT-TEXT-2
           MOVE SPACES TO RNT-TEXT-3
           UNSTRING RENTAL-ITEMS-LINE DELIMITED BY X"09"
               INTO RNT-ITEM-ID(RNT-ITEM-COUNT)
                    RNT-ITEM-NAME(RNT-ITEM-COUNT)
                    RNT-TEXT-1
                    RNT-TEXT-2
                    RNT-TEXT-3
           END-UNSTRING
           MOVE 0 TO RNT-ITEM-DEPOSIT(RNT-ITEM-COUNT)
           MOVE 0 TO RNT-ITEM-FEE(RNT-ITEM-COUNT)
           MOVE 7 TO RNT-ITEM-DAYS(RNT-ITEM-COUNT)
           IF FUNCTION TRIM(RNT-TEXT-1) NOT = SPACES
               MOVE FUNCTION NUMVAL(RNT-TEXT-1)
                   TO RNT-ITEM-DEPOSIT(RNT-ITEM-COUNT)
           END-IF
           IF FUNCTION TRIM(RNT-TEXT-2) NOT = SPACES
               MOVE FUNCTION NUMVAL(RNT-TEXT-2)
                   TO RNT-ITEM-FEE(RNT-ITEM-COUNT)
           END-IF
           IF FUNCTION TRIM(RNT-TEXT-3) NOT = SPACES
               AND FUNCTION NUMVAL(RNT-TEXT-3) > 0
               MOVE FUNCTION NUMVAL(RNT-TEXT-3)
                   TO RNT-ITEM-DAYS(RNT-ITEM-COUNT)
           END-IF
           .

      * LOAD-RENTALS-FILE - Read every loan from rentals.txt. Read
      * fresh before each CHECKOUT/CHECKIN, since the overdue batch
      * may have closed a loan since the kiosk started.
       LOAD-RENTALS-FILE.
           MOVE 0 TO RNT-LOAN-COUNT
           MOVE SPACES TO RNT-LOANS
           MOVE 0 TO RENTALS-EOF
           OPEN INPUT RENTALS-FILE
           IF RENTALS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RENTALS-EOF = 1
               READ RENTALS-FILE
                   AT END
                       MOVE 1 TO RENTALS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RENTALS-LINE) NOT = SPACES
                           AND RENTALS-LINE(1:1) NOT = "#"
                           AND RNT-LOAN-COUNT < 500
                           PERFORM PARSE-RENTALS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTALS-FILE
           .

       PARSE-RENTALS-LINE.
           ADD 1 TO RNT-LOAN-COUNT
           MOVE SPACES TO RNT-TEXT-1
           MOVE SPACES TO RNT-TEXT-2
           MOVE SPACES TO RNT-TEXT-3
           UNSTRING RENTALS-LINE DELIMITED BY X"09"
               INTO RNT-LOAN-ITEM(RNT-LOAN-COUNT)
                    RNT-LOAN-USER(RNT-LOAN-COUNT)
                    RNT-LOAN-STATE(RNT-LOAN-COUNT)
                    RNT-LOAN-OUT-TS(RNT-LOAN-COUNT)
                    RNT-LOAN-DUE(RNT-LOAN-COUNT)
                    RNT-TEXT-1
                    RNT-TEXT-2
                    RNT-LOAN-IN-TS(RNT-LOAN-COUNT)
                    RNT-TEXT-3
           END-UNSTRING
           MOVE 0 TO RNT-LOAN-DEPOSIT(RNT-LOAN-COUNT)
           MOVE 0 TO RNT-LOAN-FEE(RNT-LOAN-COUNT)
           MOVE 0 TO RNT-LOAN-CHARGED(RNT-LOAN-COUNT)
           IF FUNCTION TRIM(RNT-TEXT-1) NOT = SPACES
               MOVE FUNCTION NUMVAL(RNT-TEXT-1)
                   TO RNT-LOAN-DEPOSIT(RNT-LOAN-COUNT)
           END-IF
           IF FUNCTION TRIM(RNT-TEXT-2) NOT = SPACES
               MOVE FUNCTION NUMVAL(RNT-TEXT-2)
                   TO RNT-LOAN-FEE(RNT-LOAN-COUNT)
           END-IF
           IF FUNCTION TRIM(RNT-TEXT-3) NOT = SPACES
               MOVE FUNCTION NUMVAL(RNT-TEXT-3)
                   TO RNT-LOAN-CHARGED(RNT-LOAN-COUNT)
           END-IF
           .

      * SAVE-RENTALS-FILE - Rewrite rentals.txt in full under the
      * "rentals" lock RENTAL-OVERDUE also takes. Returned loans stay
      * on file as the lending history.
       SAVE-RENTALS-FILE.
           MOVE "rentals" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE RENTALS-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO RENTALS-PATH
           OPEN OUTPUT RENTALS-FILE
           PERFORM VARYING RNT-IDX FROM 1 BY 1
                   UNTIL RNT-IDX > RNT-LOAN-COUNT
               MOVE RNT-LOAN-DEPOSIT(RNT-IDX) TO RNT-NUM-DISP
               MOVE RNT-LOAN-FEE(RNT-IDX) TO RNT-NUM-DISP-2
               MOVE RNT-LOAN-CHARGED(RNT-IDX) TO RNT-NUM-DISP-3
               MOVE SPACES TO RENTALS-LINE
               STRING
                   FUNCTION TRIM(RNT-LOAN-ITEM(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-USER(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-STATE(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-OUT-TS(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-DUE(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-NUM-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-NUM-DISP-2) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-IN-TS(RNT-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-NUM-DISP-3) DELIMITED BY SIZE
                   INTO RENTALS-LINE
               END-STRING
               WRITE RENTALS-LINE
           END-PERFORM
           CLOSE RENTALS-FILE
           MOVE ATOMIC-REAL-PATH TO RENTALS-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * FIND-RENTAL-ITEM / FIND-OPEN-LOAN - Look up RNT-ITEM-INPUT
      * in the register, and its loan that is still OUT.
       FIND-RENTAL-ITEM.
           MOVE 0 TO RNT-FOUND-ITEM
           PERFORM VARYING RNT-IDX FROM 1 BY 1
                   UNTIL RNT-IDX > RNT-ITEM-COUNT
               IF FUNCTION UPPER-CASE(RNT-ITEM-ID(RNT-IDX))
                       = FUNCTION UPPER-CASE(RNT-ITEM-INPUT)
                   MOVE RNT-IDX TO RNT-FOUND-ITEM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       FIND-OPEN-LOAN.
           MOVE 0 TO RNT-FOUND-LOAN
           PERFORM VARYING RNT-IDX FROM 1 BY 1
                   UNTIL RNT-IDX > RNT-LOAN-COUNT
               IF FUNCTION UPPER-CASE(RNT-LOAN-ITEM(RNT-IDX))
                       = FUNCTION UPPER-CASE(RNT-ITEM-INPUT)
                   AND RNT-LOAN-STATE(RNT-IDX) = "OUT"
                   MOVE RNT-IDX TO RNT-FOUND-LOAN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * RENTAL-CHECKOUT-ORDER - "CHECKOUT:<item>[:<days>]" lends a
      * register item to the signed-in member. The item's deposit is
      * held by posting it as a negative deposit against the member
      * (journal type RENTOUT); the daily fee is only charged when the
      * item comes back. A zero-deposit item moves no money, so only
      * the loan itself is recorded.
       RENTAL-CHECKOUT-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO RNT-ITEM-INPUT
           MOVE SPACES TO RNT-DAYS-TEXT
           UNSTRING RNT-ARGS DELIMITED BY ":"
               INTO RNT-ITEM-INPUT
                    RNT-DAYS-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(RNT-ITEM-INPUT) TO RNT-ITEM-INPUT

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RNT-ITEM-INPUT = SPACES
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE "Enter CHECKOUT:<item>[:<days>]." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF DRYRUN-MODE = 1
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE "Rentals are not recorded in dry-run mode."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF DISK-FULL = 1
               MOVE "Kiosk full - fetch an admin" TO RESULT-TITLE
               MOVE "The disk is too full to record rentals "
                   TO RESULT-LINE1
               MOVE "safely. Nothing was posted." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RENTAL-ITEM
           IF RNT-FOUND-ITEM = 0
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "No rental item " DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-ITEM-INPUT) DELIMITED BY SIZE
                   " in the register." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-RENTALS-FILE
           PERFORM FIND-OPEN-LOAN
           IF RNT-FOUND-LOAN NOT = 0
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING FUNCTION TRIM(RNT-ITEM-NAME(RNT-FOUND-ITEM))
                   DELIMITED BY SIZE
                   " is already out to " DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-USER(RNT-FOUND-LOAN))
                   DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE SPACES TO RESULT-LINE2
               STRING "Due back " DELIMITED BY SIZE
                   RNT-LOAN-DUE(RNT-FOUND-LOAN) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RNT-LOAN-COUNT >= 500
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE "The rental ledger is full - fetch an admin."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE RNT-ITEM-DAYS(RNT-FOUND-ITEM) TO RNT-DAYS
           IF FUNCTION TRIM(RNT-DAYS-TEXT) NOT = SPACES
               AND FUNCTION TRIM(RNT-DAYS-TEXT) IS NUMERIC
               AND FUNCTION NUMVAL(RNT-DAYS-TEXT) > 0
               MOVE FUNCTION NUMVAL(RNT-DAYS-TEXT) TO RNT-DAYS
           END-IF

           PERFORM CHECK-MEMBER-PIN
           IF MPIN-OK = 0
               MOVE "Checkout cancelled" TO RESULT-TITLE
               MOVE "Wrong purchase PIN." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE "Checkout failed" TO RESULT-TITLE
               MOVE "Could not resolve member id." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RNT-ITEM-DEPOSIT(RNT-FOUND-ITEM) > 0
               MOVE RNT-ITEM-DEPOSIT(RNT-FOUND-ITEM)
                   TO RNT-AMOUNT-DISP
               MOVE SPACES TO api-request-data
               MOVE "xPOST_DEPOSIT" TO api-operation
               MOVE member-id TO api-member-id
               MOVE SPACES TO api-order
               STRING "-" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-AMOUNT-DISP) DELIMITED BY SIZE
                   INTO api-order
               END-STRING
               MOVE SCREEN-ROOM-ID TO api-room-id
               MOVE SCREEN-USERNAME TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status NOT = 0
                   OR deposit-status NOT = 200
                   MOVE "Rental deposit was rejected" TO log-message
                   PERFORM LOG-WARN
                   MOVE "Checkout failed" TO RESULT-TITLE
                   MOVE "The deposit could not be held:"
                       TO RESULT-LINE1
                   MOVE FUNCTION TRIM(deposit-message)
                       TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE "RENTOUT" TO JOURNAL-ENTRY-TYPE
               MOVE SPACES TO JOURNAL-ENTRY-ORDER
               STRING "RENT:" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-ITEM-ID(RNT-FOUND-ITEM))
                   DELIMITED BY SIZE
                   INTO JOURNAL-ENTRY-ORDER
               END-STRING
               MOVE RNT-ITEM-DEPOSIT(RNT-FOUND-ITEM)
                   TO JOURNAL-ENTRY-COST
               MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
               PERFORM SET-JOURNAL-BACKEND-FIELD
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE deposit-member-balance TO SHADOW-PROV-BAL
               PERFORM UPDATE-SHADOW-BALANCE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RNT-TS
           MOVE "-" TO RNT-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO RNT-TS(10:6)
           MOVE FUNCTION CURRENT-DATE(1:8) TO RNT-DATE-NUM
           COMPUTE RNT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(RNT-DATE-NUM)
           COMPUTE RNT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(RNT-TODAY-INT + RNT-DAYS)

           ADD 1 TO RNT-LOAN-COUNT
           MOVE RNT-ITEM-ID(RNT-FOUND-ITEM)
               TO RNT-LOAN-ITEM(RNT-LOAN-COUNT)
           MOVE SCREEN-USERNAME TO RNT-LOAN-USER(RNT-LOAN-COUNT)
           MOVE "OUT" TO RNT-LOAN-STATE(RNT-LOAN-COUNT)
           MOVE RNT-TS TO RNT-LOAN-OUT-TS(RNT-LOAN-COUNT)
           MOVE RNT-DATE-NUM TO RNT-LOAN-DUE(RNT-LOAN-COUNT)
           MOVE RNT-ITEM-DEPOSIT(RNT-FOUND-ITEM)
               TO RNT-LOAN-DEPOSIT(RNT-LOAN-COUNT)
           MOVE RNT-ITEM-FEE(RNT-FOUND-ITEM)
               TO RNT-LOAN-FEE(RNT-LOAN-COUNT)
           MOVE "-" TO RNT-LOAN-IN-TS(RNT-LOAN-COUNT)
           MOVE 0 TO RNT-LOAN-CHARGED(RNT-LOAN-COUNT)
           PERFORM SAVE-RENTALS-FILE

           MOVE SPACES TO AUDIT-ACTION
           STRING "Rental out: " DELIMITED BY SIZE
               FUNCTION TRIM(RNT-ITEM-ID(RNT-FOUND-ITEM))
               DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Checked out!" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(RNT-ITEM-NAME(RNT-FOUND-ITEM))
               DELIMITED BY SIZE
               " is out to " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE RNT-ITEM-DEPOSIT(RNT-FOUND-ITEM) TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE2
           STRING "Deposit held: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           MOVE RNT-ITEM-FEE(RNT-FOUND-ITEM) TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE3
           STRING "Fee per day: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               ", charged on return" DELIMITED BY SIZE
               INTO RESULT-LINE3
           END-STRING
           MOVE SPACES TO RESULT-LINE4
           STRING "Due back: " DELIMITED BY SIZE
               RNT-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RNT-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RNT-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO RESULT-LINE4
           END-STRING
           PERFORM SHOW-ORDER-RESULT
           .

      * RENTAL-CHECKIN-ORDER - "CHECKIN:<item>" takes a lent item
      * back from the borrower, who must be the signed-in member:
      * the held deposit is returned (RENTIN) and the daily fee for
      * every started day out is charged (RENTFEE), as two separate
      * postings so each movement has its own journal line. The loan
      * is closed once the deposit is back, even if the fee posting
      * fails - that failure is logged for an admin to settle.
       RENTAL-CHECKIN-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE FUNCTION TRIM(RNT-ARGS) TO RNT-ITEM-INPUT

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RNT-ITEM-INPUT = SPACES
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE "Enter CHECKIN:<item>." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF DRYRUN-MODE = 1
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE "Rentals are not recorded in dry-run mode."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-RENTALS-FILE
           PERFORM FIND-OPEN-LOAN
           IF RNT-FOUND-LOAN = 0
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING FUNCTION TRIM(RNT-ITEM-INPUT) DELIMITED BY SIZE
                   " is not out on loan." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(RNT-LOAN-USER(RNT-FOUND-LOAN))
                   NOT = FUNCTION TRIM(SCREEN-USERNAME)
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "The item is out to " DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-LOAN-USER(RNT-FOUND-LOAN))
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "They must sign in to return it." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MEMBER-PIN
           IF MPIN-OK = 0
               MOVE "Check-in cancelled" TO RESULT-TITLE
               MOVE "Wrong purchase PIN." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE "Could not resolve member id." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Every started day counts, so a same-day return is one day.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RNT-DATE-NUM
           COMPUTE RNT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(RNT-DATE-NUM)
           MOVE RNT-LOAN-OUT-TS(RNT-FOUND-LOAN)(1:8) TO RNT-DATE-NUM
           COMPUTE RNT-OUT-INT = FUNCTION INTEGER-OF-DATE(RNT-DATE-NUM)
           COMPUTE RNT-DAYS = RNT-TODAY-INT - RNT-OUT-INT
           IF RNT-DAYS < 1
               MOVE 1 TO RNT-DAYS
           END-IF
           COMPUTE RNT-FEE-TOTAL =
               RNT-DAYS * RNT-LOAN-FEE(RNT-FOUND-LOAN)

           MOVE 1 TO RNT-REFUND-OK
           IF RNT-LOAN-DEPOSIT(RNT-FOUND-LOAN) > 0
               MOVE RNT-LOAN-DEPOSIT(RNT-FOUND-LOAN) TO RNT-AMOUNT-DISP
               MOVE SPACES TO api-request-data
               MOVE "xPOST_DEPOSIT" TO api-operation
               MOVE member-id TO api-member-id
               MOVE FUNCTION TRIM(RNT-AMOUNT-DISP) TO api-order
               MOVE SCREEN-ROOM-ID TO api-room-id
               MOVE SCREEN-USERNAME TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status = 0 AND deposit-status = 200
                   MOVE "RENTIN" TO JOURNAL-ENTRY-TYPE
                   MOVE SPACES TO JOURNAL-ENTRY-ORDER
                   STRING "RENT:" DELIMITED BY SIZE
                       FUNCTION TRIM(RNT-LOAN-ITEM(RNT-FOUND-LOAN))
                       DELIMITED BY SIZE
                       INTO JOURNAL-ENTRY-ORDER
                   END-STRING
                   MOVE RNT-LOAN-DEPOSIT(RNT-FOUND-LOAN)
                       TO JOURNAL-ENTRY-COST
                   MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
                   PERFORM SET-JOURNAL-BACKEND-FIELD
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE deposit-member-balance TO SHADOW-PROV-BAL
                   PERFORM UPDATE-SHADOW-BALANCE
               ELSE
                   MOVE 0 TO RNT-REFUND-OK
               END-IF
           END-IF

           IF RNT-REFUND-OK = 0
               MOVE "Rental deposit refund was rejected"
                   TO log-message
               PERFORM LOG-WARN
               MOVE "Check-in failed" TO RESULT-TITLE
               MOVE "The deposit could not be returned:"
                   TO RESULT-LINE1
               MOVE FUNCTION TRIM(deposit-message) TO RESULT-LINE2
               MOVE "The item is still booked out." TO RESULT-LINE3
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RNT-LOAN-CHARGED(RNT-FOUND-LOAN)
           IF RNT-FEE-TOTAL > 0
               MOVE RNT-FEE-TOTAL TO RNT-AMOUNT-DISP
               MOVE SPACES TO api-request-data
               MOVE "xPOST_DEPOSIT" TO api-operation
               MOVE member-id TO api-member-id
               MOVE SPACES TO api-order
               STRING "-" DELIMITED BY SIZE
                   FUNCTION TRIM(RNT-AMOUNT-DISP) DELIMITED BY SIZE
                   INTO api-order
               END-STRING
               MOVE SCREEN-ROOM-ID TO api-room-id
               MOVE SCREEN-USERNAME TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status = 0 AND deposit-status = 200
                   MOVE "RENTFEE" TO JOURNAL-ENTRY-TYPE
                   MOVE SPACES TO JOURNAL-ENTRY-ORDER
                   STRING "RENT:" DELIMITED BY SIZE
                       FUNCTION TRIM(RNT-LOAN-ITEM(RNT-FOUND-LOAN))
                       DELIMITED BY SIZE
                       INTO JOURNAL-ENTRY-ORDER
                   END-STRING
                   MOVE RNT-FEE-TOTAL TO JOURNAL-ENTRY-COST
                   MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
                   PERFORM SET-JOURNAL-BACKEND-FIELD
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE deposit-member-balance TO SHADOW-PROV-BAL
                   PERFORM UPDATE-SHADOW-BALANCE
                   MOVE RNT-FEE-TOTAL
                       TO RNT-LOAN-CHARGED(RNT-FOUND-LOAN)
               ELSE
                   MOVE SPACES TO log-message
                   STRING "Rental fee not posted for "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(SCREEN-USERNAME)
                       DELIMITED BY SIZE
                       " - settle by hand" DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-WARN
                   MOVE "The fee could not be posted - tell an admin."
                       TO RESULT-LINE4
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RNT-TS
           MOVE "-" TO RNT-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO RNT-TS(10:6)
           MOVE "IN" TO RNT-LOAN-STATE(RNT-FOUND-LOAN)
           MOVE RNT-TS TO RNT-LOAN-IN-TS(RNT-FOUND-LOAN)
           PERFORM SAVE-RENTALS-FILE

           MOVE SPACES TO AUDIT-ACTION
           STRING "Rental in: " DELIMITED BY SIZE
               FUNCTION TRIM(RNT-LOAN-ITEM(RNT-FOUND-LOAN))
               DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Checked in!" TO RESULT-TITLE
           MOVE RNT-LOAN-DEPOSIT(RNT-FOUND-LOAN) TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE1
           STRING "Deposit returned: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE RNT-DAYS TO RNT-NUM-DISP
           MOVE RNT-LOAN-CHARGED(RNT-FOUND-LOAN) TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE2
           STRING "Fee charged: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(RNT-NUM-DISP) DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           IF FUNCTION CURRENT-DATE(1:8) > RNT-LOAN-DUE(RNT-FOUND-LOAN)
               MOVE SPACES TO RESULT-LINE3
               STRING "Returned late - it was due " DELIMITED BY SIZE
                   RNT-LOAN-DUE(RNT-FOUND-LOAN) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE3
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .
      * FIND-RAFFLE - Look RAF-ID-INPUT up in raffles.txt, read
      * fresh each time so a raffle added by hand needs no restart.
       FIND-RAFFLE.
           MOVE 0 TO RAF-FOUND
           MOVE 0 TO RAFFLES-EOF
           OPEN INPUT RAFFLES-FILE
           IF RAFFLES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RAFFLES-EOF = 1 OR RAF-FOUND = 1
               READ RAFFLES-FILE
                   AT END
                       MOVE 1 TO RAFFLES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RAFFLES-LINE) NOT = SPACES
                           AND RAFFLES-LINE(1:1) NOT = "#"
                           PERFORM PARSE-RAFFLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAFFLES-FILE
           .

       PARSE-RAFFLE-LINE.
           MOVE SPACES TO RAF-ID
           MOVE SPACES TO RAF-NAME
           MOVE SPACES TO RAF-TEXT-1
           MOVE SPACES TO RAF-TEXT-2
           MOVE SPACES TO RAF-TEXT-3
           MOVE SPACES TO RAF-TEXT-4
           UNSTRING RAFFLES-LINE DELIMITED BY X"09"
               INTO RAF-ID
                    RAF-NAME
                    RAF-TEXT-1
                    RAF-TEXT-2
                    RAF-TEXT-3
                    RAF-TEXT-4
           END-UNSTRING
           IF FUNCTION UPPER-CASE(RAF-ID)
                   NOT = FUNCTION UPPER-CASE(RAF-ID-INPUT)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO RAF-FOUND
           MOVE 0 TO RAF-PRICE
           MOVE 1 TO RAF-FIRST
           MOVE 0 TO RAF-LAST
           IF FUNCTION TRIM(RAF-TEXT-1) NOT = SPACES
               MOVE FUNCTION NUMVAL(RAF-TEXT-1) TO RAF-PRICE
           END-IF
           IF FUNCTION TRIM(RAF-TEXT-2) NOT = SPACES
               MOVE FUNCTION NUMVAL(RAF-TEXT-2) TO RAF-FIRST
           END-IF
           IF FUNCTION TRIM(RAF-TEXT-3) NOT = SPACES
               MOVE FUNCTION NUMVAL(RAF-TEXT-3) TO RAF-LAST
           END-IF
           MOVE FUNCTION TRIM(RAF-TEXT-4) TO RAF-DRAW-DATE
           .

      * SCAN-RAFFLE-TICKETS / SCAN-RAFFLE-DRAWS - The highest
      * ticket number sold so far in RAF-ID, and whether it has
      * been drawn. Both run under the "raffle" lock so two sales
      * can never hand out the same number.
       SCAN-RAFFLE-TICKETS.
           MOVE 0 TO RAF-HIGHEST
           MOVE 0 TO RAFFLE-TICKETS-EOF
           OPEN INPUT RAFFLE-TICKETS-FILE
           IF RAFFLE-TICKETS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RAFFLE-TICKETS-EOF = 1
               READ RAFFLE-TICKETS-FILE
                   AT END
                       MOVE 1 TO RAFFLE-TICKETS-EOF
                   NOT AT END
                       MOVE SPACES TO RAF-TEXT-1
                       MOVE SPACES TO RAF-TEXT-2
                       UNSTRING RAFFLE-TICKETS-LINE DELIMITED BY X"09"
                           INTO RAF-TEXT-1
                                RAF-TEXT-2
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(RAF-TEXT-1)
                               = FUNCTION UPPER-CASE(RAF-ID)
                           AND FUNCTION TRIM(RAF-TEXT-2) IS NUMERIC
                           AND FUNCTION NUMVAL(RAF-TEXT-2)
                               > RAF-HIGHEST
                           MOVE FUNCTION NUMVAL(RAF-TEXT-2)
                               TO RAF-HIGHEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAFFLE-TICKETS-FILE
           .

       SCAN-RAFFLE-DRAWS.
           MOVE 0 TO RAF-DRAWN
           MOVE 0 TO RAFFLE-DRAWS-EOF
           OPEN INPUT RAFFLE-DRAWS-FILE
           IF RAFFLE-DRAWS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RAFFLE-DRAWS-EOF = 1
               READ RAFFLE-DRAWS-FILE
                   AT END
                       MOVE 1 TO RAFFLE-DRAWS-EOF
                   NOT AT END
                       MOVE SPACES TO RAF-TEXT-1
                       UNSTRING RAFFLE-DRAWS-LINE DELIMITED BY X"09"
                           INTO RAF-TEXT-1
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(RAF-TEXT-1)
                               = FUNCTION UPPER-CASE(RAF-ID)
                           MOVE 1 TO RAF-DRAWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAFFLE-DRAWS-FILE
           .

      * RAFFLE-SELL-ORDER - "RAFFLE:<raffle>[:<tickets>]" sells the
      * signed-in member the next numbered tickets (one by default)
      * and charges them as a negative deposit, journaled RAFFLE
      * with the ticket numbers in the order field and the armed
      * event code in the event field, the same way RENTAL-CHECKOUT-
      * ORDER holds a deposit. The numbers are written to
      * raffle-tickets.txt only once the posting went through.
       RAFFLE-SELL-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO RAF-ID-INPUT
           MOVE SPACES TO RAF-COUNT-TEXT
           UNSTRING RAF-ARGS DELIMITED BY ":"
               INTO RAF-ID-INPUT
                    RAF-COUNT-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(RAF-ID-INPUT) TO RAF-ID-INPUT

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RAF-ID-INPUT = SPACES
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE "Enter RAFFLE:<raffle>[:<tickets>]."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO RAF-COUNT
           IF FUNCTION TRIM(RAF-COUNT-TEXT) NOT = SPACES
               IF FUNCTION TRIM(RAF-COUNT-TEXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(RAF-COUNT-TEXT) < 1
                   OR FUNCTION NUMVAL(RAF-COUNT-TEXT) > 50
                   MOVE "Raffle sale failed" TO RESULT-TITLE
                   MOVE "Sell between 1 and 50 tickets at a time."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(RAF-COUNT-TEXT) TO RAF-COUNT
           END-IF

           IF DRYRUN-MODE = 1
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE "Raffle tickets are not sold in dry-run mode."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF DISK-FULL = 1
               MOVE "Kiosk full - fetch an admin" TO RESULT-TITLE
               MOVE "The disk is too full to record tickets "
                   TO RESULT-LINE1
               MOVE "safely. Nothing was posted." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RAFFLE
           IF RAF-FOUND = 0
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "No raffle " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-ID-INPUT) DELIMITED BY SIZE
                   " in raffles.txt." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           IF RAF-DRAW-DATE NOT = SPACES
               AND FUNCTION CURRENT-DATE(1:8) > RAF-DRAW-DATE
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING FUNCTION TRIM(RAF-NAME) DELIMITED BY SIZE
                   " was to be drawn " DELIMITED BY SIZE
                   RAF-DRAW-DATE DELIMITED BY SIZE
                   " - sales are closed." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MEMBER-PIN
           IF MPIN-OK = 0
               MOVE "Raffle sale cancelled" TO RESULT-TITLE
               MOVE "Wrong purchase PIN." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE "Could not resolve member id." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "raffle" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           PERFORM SCAN-RAFFLE-DRAWS
           IF RAF-DRAWN = 1
               PERFORM RELEASE-FILE-LOCK
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING FUNCTION TRIM(RAF-NAME) DELIMITED BY SIZE
                   " has been drawn - sales are closed."
                   DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-RAFFLE-TICKETS
           MOVE RAF-FIRST TO RAF-NEXT
           IF RAF-HIGHEST >= RAF-NEXT
               COMPUTE RAF-NEXT = RAF-HIGHEST + 1
           END-IF
           MOVE 0 TO RAF-LEFT
           IF RAF-LAST >= RAF-NEXT
               COMPUTE RAF-LEFT = RAF-LAST - RAF-NEXT + 1
           END-IF
           IF RAF-LEFT < RAF-COUNT
               PERFORM RELEASE-FILE-LOCK
               MOVE "Raffle sale failed" TO RESULT-TITLE
               MOVE RAF-LEFT TO RAF-NO-DISP
               MOVE SPACES TO RESULT-LINE1
               STRING "Only " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP) DELIMITED BY SIZE
                   " ticket(s) left in " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE RAF-TOP = RAF-NEXT + RAF-COUNT - 1
           COMPUTE RAF-AMOUNT = RAF-PRICE * RAF-COUNT
           MOVE RAF-NEXT TO RAF-NO-DISP
           MOVE RAF-TOP TO RAF-NO-DISP-2

           IF RAF-AMOUNT > 0
               MOVE RAF-AMOUNT TO RAF-AMOUNT-DISP
               MOVE SPACES TO api-request-data
               MOVE "xPOST_DEPOSIT" TO api-operation
               MOVE member-id TO api-member-id
               MOVE SPACES TO api-order
               STRING "-" DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-AMOUNT-DISP) DELIMITED BY SIZE
                   INTO api-order
               END-STRING
               MOVE SCREEN-ROOM-ID TO api-room-id
               MOVE SCREEN-USERNAME TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status NOT = 0
                   OR deposit-status NOT = 200
                   PERFORM RELEASE-FILE-LOCK
                   MOVE "Raffle ticket charge was rejected"
                       TO log-message
                   PERFORM LOG-WARN
                   MOVE "Raffle sale failed" TO RESULT-TITLE
                   MOVE "The tickets could not be charged:"
                       TO RESULT-LINE1
                   MOVE FUNCTION TRIM(deposit-message)
                       TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE "RAFFLE" TO JOURNAL-ENTRY-TYPE
               MOVE SPACES TO JOURNAL-ENTRY-ORDER
               STRING "RAFFLE:" DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-ID) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP-2) DELIMITED BY SIZE
                   INTO JOURNAL-ENTRY-ORDER
               END-STRING
               MOVE RAF-AMOUNT TO JOURNAL-ENTRY-COST
               MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
               PERFORM SET-JOURNAL-BACKEND-FIELD
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE deposit-member-balance TO SHADOW-PROV-BAL
               PERFORM UPDATE-SHADOW-BALANCE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RAF-TS
           MOVE "-" TO RAF-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAF-TS(10:6)
           OPEN EXTEND RAFFLE-TICKETS-FILE
           IF RAFFLE-TICKETS-STATUS = "35"
               OPEN OUTPUT RAFFLE-TICKETS-FILE
           END-IF
           PERFORM VARYING RAF-NO FROM RAF-NEXT BY 1
                   UNTIL RAF-NO > RAF-TOP
               MOVE RAF-NO TO RAF-AMOUNT-DISP
               MOVE SPACES TO RAFFLE-TICKETS-LINE
               STRING
                   FUNCTION TRIM(RAF-ID) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-AMOUNT-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   RAF-TS DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(JOURNAL-EVENT-FIELD)
                       DELIMITED BY SIZE
                   INTO RAFFLE-TICKETS-LINE
               END-STRING
               WRITE RAFFLE-TICKETS-LINE
           END-PERFORM
           CLOSE RAFFLE-TICKETS-FILE
      *    WRITE-JOURNAL-ENTRY above took and released the journal
      *    lock in between, so name the raffle lock again.
           MOVE "raffle" TO LOCK-NAME
           PERFORM RELEASE-FILE-LOCK

           MOVE SPACES TO AUDIT-ACTION
           STRING "Raffle tickets: " DELIMITED BY SIZE
               FUNCTION TRIM(RAF-ID) DELIMITED BY SIZE
               " #" DELIMITED BY SIZE
               FUNCTION TRIM(RAF-NO-DISP) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(RAF-NO-DISP-2) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Tickets sold!" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(RAF-NAME) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE SPACES TO RESULT-LINE2
           IF RAF-COUNT = 1
               STRING "Ticket number: " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           ELSE
               STRING "Ticket numbers: " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(RAF-NO-DISP-2) DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           END-IF
           MOVE RAF-AMOUNT TO MONEY-ORE-IN
           PERFORM FORMAT-MONEY
           MOVE SPACES TO RESULT-LINE3
           STRING "Charged: " DELIMITED BY SIZE
               FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
               INTO RESULT-LINE3
           END-STRING
           IF RAF-DRAW-DATE NOT = SPACES
               MOVE SPACES TO RESULT-LINE4
               STRING "Draw: " DELIMITED BY SIZE
                   RAF-DRAW-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RAF-DRAW-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RAF-DRAW-DATE(7:2) DELIMITED BY SIZE
                   INTO RESULT-LINE4
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE "Raffle tickets sold at kiosk" TO log-message
           PERFORM LOG-INFO
           .

       LOAD-PREORDERS-FILE.
           MOVE 0 TO PRE-COUNT
           MOVE SPACES TO PRE-ENTRIES
           MOVE 0 TO PREORDERS-EOF
           OPEN INPUT PREORDERS-FILE
           IF PREORDERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PREORDERS-EOF = 1
               READ PREORDERS-FILE
                   AT END
                       MOVE 1 TO PREORDERS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PREORDERS-LINE) NOT = SPACES
                           AND PREORDERS-LINE(1:1) NOT = "#"
                           AND PRE-COUNT < 300
                           PERFORM PARSE-PREORDER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREORDERS-FILE
           .

       PARSE-PREORDER-LINE.
           ADD 1 TO PRE-COUNT
           MOVE SPACES TO PRE-QTY-TEXT
           UNSTRING PREORDERS-LINE DELIMITED BY X"09"
               INTO PRE-ID(PRE-COUNT)
                    PRE-EVENT(PRE-COUNT)
                    PRE-WHO(PRE-COUNT)
                    PRE-PROD-ID(PRE-COUNT)
                    PRE-QTY-TEXT
                    PRE-PAY(PRE-COUNT)
                    PRE-STATE(PRE-COUNT)
                    PRE-CREATED-TS(PRE-COUNT)
                    PRE-CREATED-BY(PRE-COUNT)
                    PRE-HANDED-TS(PRE-COUNT)
                    PRE-HANDED-BY(PRE-COUNT)
           END-UNSTRING
           MOVE 0 TO PRE-QTY(PRE-COUNT)
           IF FUNCTION TRIM(PRE-QTY-TEXT) NOT = SPACES
               MOVE FUNCTION NUMVAL(PRE-QTY-TEXT) TO PRE-QTY(PRE-COUNT)
           END-IF
           .

      * SAVE-PREORDERS-FILE - Rewrite preorders.txt in full. Handed
      * and cancelled lines stay, so the pick list and the event's
      * books can still be checked against what was ordered.
       SAVE-PREORDERS-FILE.
           MOVE "preorders" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE PREORDERS-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO PREORDERS-PATH
           OPEN OUTPUT PREORDERS-FILE
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               MOVE PRE-QTY(PRE-IDX) TO PRE-QTY-DISP
               MOVE SPACES TO PREORDERS-LINE
               STRING
                   FUNCTION TRIM(PRE-ID(PRE-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-EVENT(PRE-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-WHO(PRE-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-PROD-ID(PRE-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-QTY-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-PAY(PRE-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-STATE(PRE-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-CREATED-TS(PRE-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-CREATED-BY(PRE-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-HANDED-TS(PRE-IDX))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-HANDED-BY(PRE-IDX))
                       DELIMITED BY SIZE
                   INTO PREORDERS-LINE
               END-STRING
               WRITE PREORDERS-LINE
           END-PERFORM
           CLOSE PREORDERS-FILE
           MOVE ATOMIC-REAL-PATH TO PREORDERS-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * SUM-PREORDER-RESERVED - How much of STOCK-LOOKUP-ID open
      * pre-orders have set aside (PRE-RESERVED).
       SUM-PREORDER-RESERVED.
           MOVE 0 TO PRE-RESERVED
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               IF PRE-STATE(PRE-IDX) = "OPEN"
                   AND FUNCTION TRIM(PRE-PROD-ID(PRE-IDX)) =
                       FUNCTION TRIM(STOCK-LOOKUP-ID)
                   ADD PRE-QTY(PRE-IDX) TO PRE-RESERVED
               END-IF
           END-PERFORM
           .

      * ADMIN-PREORDER-ENTRY - Take a committee's order for an event
      * (up to five products), or cancel an open one by id.
       ADMIN-PREORDER-ENTRY.
           MOVE SPACES TO PRE-MODE-INPUT
           MOVE SPACES TO PRE-ID-INPUT
           MOVE SPACES TO PRE-EVENT-INPUT
           IF FUNCTION TRIM(JOURNAL-EVENT-FIELD) NOT = "-"
               MOVE JOURNAL-EVENT-FIELD TO PRE-EVENT-INPUT
           END-IF
           MOVE SPACES TO PRE-WHO-INPUT
           MOVE "A" TO PRE-PAY-INPUT
           MOVE SPACES TO PRE-PAID-INPUT
           MOVE FUNCTION TRIM(ADMIN-OPERATOR) TO PRE-OPER-INPUT
           PERFORM VARYING PRE-LINE-IDX FROM 1 BY 1
                   UNTIL PRE-LINE-IDX > 5
               MOVE SPACES TO PRE-IN-PROD(PRE-LINE-IDX)
               MOVE SPACES TO PRE-IN-QTY(PRE-LINE-IDX)
           END-PERFORM
           DISPLAY ADMIN-PREORDER-SCREEN
           ACCEPT ADMIN-PREORDER-SCREEN

           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           IF FUNCTION TRIM(PRE-MODE-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PRE-OPER-INPUT) = SPACES
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "The operator taking the order is required."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PREORDERS-FILE
           EVALUATE FUNCTION UPPER-CASE(PRE-MODE-INPUT)
               WHEN "N"
                   PERFORM PREORDER-ADD
               WHEN "C"
                   PERFORM PREORDER-CANCEL
               WHEN OTHER
                   MOVE "Pre-order rejected" TO RESULT-TITLE
                   MOVE "Mode must be N (new) or C (cancel)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
           END-EVALUATE
           .

      * PREORDER-ADD - Record a new order's lines OPEN under a new
      * id. A prepaid order's cash goes onto the ordering member's
      * balance now, as a DEP stamped with the event, and the sale
      * at handover draws it down again.
       PREORDER-ADD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRE-EVENT-INPUT))
               TO PRE-EVENT-INPUT
           MOVE FUNCTION TRIM(PRE-WHO-INPUT) TO PRE-WHO-INPUT
           IF PRE-EVENT-INPUT = SPACES OR PRE-EVENT-INPUT = "-"
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "An event code is required - the same code "
                   TO RESULT-LINE1
               MOVE "event mode (E) arms for the day." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF PRE-WHO-INPUT = SPACES
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "Enter the ordering member, or @group."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(PRE-PAY-INPUT)
               WHEN "P"
                   MOVE "PREPAID" TO PRE-ORDER-PAY
               WHEN "A"
                   MOVE "ACCOUNT" TO PRE-ORDER-PAY
               WHEN OTHER
                   MOVE "Pre-order rejected" TO RESULT-TITLE
                   MOVE "Pay must be P (prepaid) or A (on account)."
                       TO RESULT-LINE1
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF PRE-WHO-INPUT(1:1) = "@"
               MOVE 0 TO GRP-FOUND-IDX
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                       UNTIL GRP-IDX > GRP-COUNT
                   IF FUNCTION TRIM(GRP-NAME(GRP-IDX)) =
                           FUNCTION TRIM(PRE-WHO-INPUT(2:32))
                       MOVE GRP-IDX TO GRP-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF GRP-FOUND-IDX = 0
                   MOVE "Pre-order rejected" TO RESULT-TITLE
                   MOVE SPACES TO RESULT-LINE1
                   STRING "No group " DELIMITED BY SIZE
                       FUNCTION TRIM(PRE-WHO-INPUT(2:32))
                           DELIMITED BY SIZE
                       " in member-groups.txt." DELIMITED BY SIZE
                       INTO RESULT-LINE1
                   END-STRING
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
               IF PRE-ORDER-PAY = "PREPAID"
                   MOVE "Pre-order rejected" TO RESULT-TITLE
                   MOVE "A group order goes on the group's account "
                       TO RESULT-LINE1
                   MOVE "(A) - the group invoice collects it."
                       TO RESULT-LINE2
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO PRE-LINE-COUNT
           MOVE 0 TO PRE-BAD
           PERFORM VARYING PRE-LINE-IDX FROM 1 BY 1
                   UNTIL PRE-LINE-IDX > 5
               IF FUNCTION TRIM(PRE-IN-PROD(PRE-LINE-IDX))
                       NOT = SPACES
                   ADD 1 TO PRE-LINE-COUNT
                   IF FUNCTION TRIM(PRE-IN-QTY(PRE-LINE-IDX))
                           = SPACES
                       OR FUNCTION TRIM(PRE-IN-QTY(PRE-LINE-IDX))
                           NOT NUMERIC
                       OR FUNCTION NUMVAL(PRE-IN-QTY(PRE-LINE-IDX))
                           = 0
                       MOVE 1 TO PRE-BAD
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF PRE-LINE-COUNT = 0
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "Enter at least one product and quantity."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF PRE-BAD = 1
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "The qty for " DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-IN-PROD(PRE-LINE-IDX))
                       DELIMITED BY SIZE
                   " is not a whole number above zero."
                       DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF PRE-COUNT + PRE-LINE-COUNT > 300
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "preorders.txt is full (300 lines)."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-TS
           MOVE "-" TO PRE-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRE-TS(10:6)
           MOVE SPACES TO PRE-NEW-ID
           STRING "PO" DELIMITED BY SIZE
               PRE-TS(1:8) DELIMITED BY SIZE
               PRE-TS(10:6) DELIMITED BY SIZE
               INTO PRE-NEW-ID
           END-STRING

           MOVE 0 TO PRE-PAID-ORE
           IF PRE-ORDER-PAY = "PREPAID"
               PERFORM PREORDER-TAKE-PAYMENT
               IF PRE-BAD = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING PRE-LINE-IDX FROM 1 BY 1
                   UNTIL PRE-LINE-IDX > 5
               IF FUNCTION TRIM(PRE-IN-PROD(PRE-LINE-IDX))
                       NOT = SPACES
                   ADD 1 TO PRE-COUNT
                   MOVE PRE-NEW-ID TO PRE-ID(PRE-COUNT)
                   MOVE PRE-EVENT-INPUT TO PRE-EVENT(PRE-COUNT)
                   MOVE PRE-WHO-INPUT TO PRE-WHO(PRE-COUNT)
                   MOVE FUNCTION TRIM(PRE-IN-PROD(PRE-LINE-IDX))
                       TO PRE-PROD-ID(PRE-COUNT)
                   MOVE FUNCTION NUMVAL(PRE-IN-QTY(PRE-LINE-IDX))
                       TO PRE-QTY(PRE-COUNT)
                   MOVE PRE-ORDER-PAY TO PRE-PAY(PRE-COUNT)
                   MOVE "OPEN" TO PRE-STATE(PRE-COUNT)
                   MOVE PRE-TS TO PRE-CREATED-TS(PRE-COUNT)
                   MOVE FUNCTION TRIM(PRE-OPER-INPUT)
                       TO PRE-CREATED-BY(PRE-COUNT)
                   MOVE "-" TO PRE-HANDED-TS(PRE-COUNT)
                   MOVE "-" TO PRE-HANDED-BY(PRE-COUNT)
               END-IF
           END-PERFORM
           PERFORM SAVE-PREORDERS-FILE

           MOVE "Pre-order recorded" TO RESULT-TITLE
           MOVE PRE-LINE-COUNT TO PRE-NUM-DISP
           MOVE SPACES TO RESULT-LINE1
           STRING "Order " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NEW-ID) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NUM-DISP) DELIMITED BY SIZE
               " line(s) for " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-WHO-INPUT) DELIMITED BY SIZE
               ", event " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-EVENT-INPUT) DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           IF PRE-ORDER-PAY = "PREPAID"
               MOVE PRE-PAID-ORE TO MONEY-ORE-IN
               PERFORM FORMAT-MONEY
               MOVE SPACES TO RESULT-LINE2
               STRING "Prepaid " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-TEXT) DELIMITED BY SIZE
                   " credited to the member's balance."
                       DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           ELSE
               MOVE "On account - charged when handed over."
                   TO RESULT-LINE2
           END-IF
           MOVE SPACES TO RESULT-LINE3
           STRING "Collect at the kiosk with PREORDER:"
                   DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NEW-ID) DELIMITED BY SIZE
               INTO RESULT-LINE3
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Pre-order " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NEW-ID) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-WHO-INPUT) DELIMITED BY SIZE
               " event " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-EVENT-INPUT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ORDER-PAY) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * PREORDER-TAKE-PAYMENT - Credit the cash handed over for a
      * prepaid order to the ordering member, the way a kiosk DEP
      * would. PRE-BAD 1 = nothing was taken; the order is refused.
       PREORDER-TAKE-PAYMENT.
           MOVE 1 TO PRE-BAD
           IF FUNCTION TRIM(PRE-PAID-INPUT) = SPACES
               OR FUNCTION TRIM(PRE-PAID-INPUT) NOT NUMERIC
               OR FUNCTION NUMVAL(PRE-PAID-INPUT) = 0
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "A prepaid order needs the cash taken, in oere."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PRE-PAID-INPUT) TO PRE-PAID-ORE

           IF DRYRUN-MODE = 1
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "Prepayments are not taken in dry-run mode."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE SCREEN-USERNAME TO PRE-SAVED-USER
           MOVE PRE-WHO-INPUT TO SCREEN-USERNAME
           PERFORM RESOLVE-MEMBER-ID
           IF MEMBER-ID-OK = 0
               MOVE PRE-SAVED-USER TO SCREEN-USERNAME
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "Could not resolve member id." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE PRE-PAID-ORE TO PRE-PAID-DISP
           MOVE SPACES TO api-request-data
           MOVE "xPOST_DEPOSIT" TO api-operation
           MOVE member-id TO api-member-id
           MOVE FUNCTION TRIM(PRE-PAID-DISP) TO api-order
           MOVE SCREEN-ROOM-ID TO api-room-id
           MOVE SCREEN-USERNAME TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0 OR deposit-status NOT = 200
               MOVE PRE-SAVED-USER TO SCREEN-USERNAME
               MOVE "Pre-order prepayment was rejected"
                   TO log-message
               PERFORM LOG-WARN
               MOVE "Pre-order rejected" TO RESULT-TITLE
               MOVE "The prepayment could not be credited:"
                   TO RESULT-LINE1
               MOVE FUNCTION TRIM(deposit-message) TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE JOURNAL-EVENT-FIELD TO PRE-SAVED-EVENT
           MOVE PRE-EVENT-INPUT TO JOURNAL-EVENT-FIELD
           MOVE "DEP" TO JOURNAL-ENTRY-TYPE
           MOVE SPACES TO JOURNAL-ENTRY-ORDER
           STRING "DEP PREORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NEW-ID) DELIMITED BY SIZE
               INTO JOURNAL-ENTRY-ORDER
           END-STRING
           MOVE PRE-PAID-ORE TO JOURNAL-ENTRY-COST
           MOVE deposit-member-balance TO JOURNAL-ENTRY-BAL
           PERFORM SET-JOURNAL-BACKEND-FIELD
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE PRE-SAVED-EVENT TO JOURNAL-EVENT-FIELD
           MOVE deposit-member-balance TO SHADOW-PROV-BAL
           PERFORM UPDATE-SHADOW-BALANCE
           MOVE PRE-SAVED-USER TO SCREEN-USERNAME
           MOVE 0 TO PRE-BAD
           .

      * PREORDER-CANCEL - Release an open order's stock. Money
      * already prepaid stays on the member's balance.
       PREORDER-CANCEL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRE-ID-INPUT))
               TO PRE-ID-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-TS
           MOVE "-" TO PRE-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRE-TS(10:6)
           MOVE 0 TO PRE-LINE-COUNT
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               IF PRE-ID(PRE-IDX) = PRE-ID-INPUT
                   AND PRE-STATE(PRE-IDX) = "OPEN"
                   ADD 1 TO PRE-LINE-COUNT
                   MOVE "CANCEL" TO PRE-STATE(PRE-IDX)
                   MOVE PRE-TS TO PRE-HANDED-TS(PRE-IDX)
                   MOVE FUNCTION TRIM(PRE-OPER-INPUT)
                       TO PRE-HANDED-BY(PRE-IDX)
                   MOVE PRE-WHO(PRE-IDX) TO PRE-ORDER-WHO
                   MOVE PRE-PAY(PRE-IDX) TO PRE-ORDER-PAY
               END-IF
           END-PERFORM
           IF PRE-LINE-COUNT = 0
               MOVE "Cancel rejected" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "No open pre-order " DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-PREORDERS-FILE

           MOVE "Pre-order cancelled" TO RESULT-TITLE
           MOVE PRE-LINE-COUNT TO PRE-NUM-DISP
           MOVE SPACES TO RESULT-LINE1
           STRING "Order " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-NUM-DISP) DELIMITED BY SIZE
               " line(s) released back to stock." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           IF PRE-ORDER-PAY = "PREPAID"
               MOVE SPACES TO RESULT-LINE2
               STRING "The prepayment stays on " DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-ORDER-WHO) DELIMITED BY SIZE
                   "'s balance." DELIMITED BY SIZE
                   INTO RESULT-LINE2
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Pre-order " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
               " cancelled by " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-OPER-INPUT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * PREORDER-HANDOVER-ORDER - "PREORDER:<id>" at the kiosk. The
      * ordering member (or, for an @group order, a member of that
      * group) signs in and collects; the open lines become the
      * cart and check out as one sale stamped with the order's
      * event code, so EVENT-SETTLEMENT-REPORT counts it under the
      * event whatever code the kiosk has armed. A group order is
      * billed whole to the group. The lines go HANDED once the sale
      * has posted.
       PREORDER-HANDOVER-ORDER.
           PERFORM CHECK-PERIOD-OPEN-TODAY
           IF PCL-LOCKED = 1
               EXIT PARAGRAPH
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRE-ARGS))
               TO PRE-ID-INPUT

           IF FUNCTION TRIM(SCREEN-USERNAME) = SPACES
               MOVE "Handover failed" TO RESULT-TITLE
               MOVE FUNCTION TRIM(LANG-ERR-NO-USER) TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF PRE-ID-INPUT = SPACES
               MOVE "Handover failed" TO RESULT-TITLE
               MOVE "Enter PREORDER:<order id>." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CART-COUNT > 0
               MOVE "Handover failed" TO RESULT-TITLE
               MOVE "Check out the cart first - the pre-order is "
                   TO RESULT-LINE1
               MOVE "rung up as a sale of its own." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PREORDERS-FILE
           MOVE 0 TO PRE-LINE-COUNT
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               IF PRE-ID(PRE-IDX) = PRE-ID-INPUT
                   AND PRE-STATE(PRE-IDX) = "OPEN"
                   ADD 1 TO PRE-LINE-COUNT
                   MOVE PRE-WHO(PRE-IDX) TO PRE-ORDER-WHO
                   MOVE PRE-EVENT(PRE-IDX) TO PRE-ORDER-EVENT
               END-IF
           END-PERFORM
           IF PRE-LINE-COUNT = 0
               MOVE "Handover failed" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "No open pre-order " DELIMITED BY SIZE
                   FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           IF PRE-LINE-COUNT > 10
               MOVE "Handover failed" TO RESULT-TITLE
               MOVE "The order has more lines than one cart holds - "
                   TO RESULT-LINE1
               MOVE "fetch an admin." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PRE-GROUP-IDX
           IF PRE-ORDER-WHO(1:1) = "@"
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                       UNTIL GRP-IDX > GRP-COUNT
                   IF FUNCTION TRIM(GRP-NAME(GRP-IDX)) =
                           FUNCTION TRIM(PRE-ORDER-WHO(2:32))
                       AND FUNCTION TRIM(GRP-USER(GRP-IDX)) =
                           FUNCTION TRIM(SCREEN-USERNAME)
                       MOVE GRP-IDX TO PRE-GROUP-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PRE-GROUP-IDX = 0
                   MOVE "Handover failed" TO RESULT-TITLE
                   MOVE SPACES TO RESULT-LINE1
                   STRING "Only a member of group " DELIMITED BY SIZE
                       FUNCTION TRIM(PRE-ORDER-WHO(2:32))
                           DELIMITED BY SIZE
                       " can collect this order." DELIMITED BY SIZE
                       INTO RESULT-LINE1
                   END-STRING
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION TRIM(PRE-ORDER-WHO) NOT =
                       FUNCTION TRIM(SCREEN-USERNAME)
                   MOVE "Handover failed" TO RESULT-TITLE
                   MOVE SPACES TO RESULT-LINE1
                   STRING "This order is " DELIMITED BY SIZE
                       FUNCTION TRIM(PRE-ORDER-WHO) DELIMITED BY SIZE
                       "'s - they sign in to collect it."
                           DELIMITED BY SIZE
                       INTO RESULT-LINE1
                   END-STRING
                   PERFORM SHOW-ORDER-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CLEAR-CART
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               IF PRE-ID(PRE-IDX) = PRE-ID-INPUT
                   AND PRE-STATE(PRE-IDX) = "OPEN"
                   ADD 1 TO CART-COUNT
                   MOVE PRE-QTY(PRE-IDX) TO PRE-QTY-DISP
                   STRING FUNCTION TRIM(PRE-PROD-ID(PRE-IDX))
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(PRE-QTY-DISP) DELIMITED BY SIZE
                       INTO CART-TOKEN(CART-COUNT)
                   END-STRING
               END-IF
           END-PERFORM

           MOVE JOURNAL-EVENT-FIELD TO PRE-SAVED-EVENT
           MOVE PRE-ORDER-EVENT TO JOURNAL-EVENT-FIELD
           PERFORM BUILD-BUYSTRING-FROM-CART
           PERFORM BUY-ORDER
           MOVE PRE-SAVED-EVENT TO JOURNAL-EVENT-FIELD
           MOVE 0 TO PRE-GROUP-IDX
           PERFORM CLEAR-CART

           IF BUY-SALE-POSTED = 0 OR DRYRUN-MODE = 1
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-TS
           MOVE "-" TO PRE-TS(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRE-TS(10:6)
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > PRE-COUNT
               IF PRE-ID(PRE-IDX) = PRE-ID-INPUT
                   AND PRE-STATE(PRE-IDX) = "OPEN"
                   MOVE "HANDED" TO PRE-STATE(PRE-IDX)
                   MOVE PRE-TS TO PRE-HANDED-TS(PRE-IDX)
                   MOVE FUNCTION TRIM(SCREEN-USERNAME)
                       TO PRE-HANDED-BY(PRE-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-PREORDERS-FILE

           MOVE SPACES TO log-message
           MOVE 1 TO log-pos
           STRING "Pre-order handed over: " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
               INTO log-message WITH POINTER log-pos
           END-STRING
           PERFORM LOG-INFO

           MOVE SPACES TO AUDIT-ACTION
           STRING "Pre-order " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ID-INPUT) DELIMITED BY SIZE
               " handed to " DELIMITED BY SIZE
               FUNCTION TRIM(SCREEN-USERNAME) DELIMITED BY SIZE
               " event " DELIMITED BY SIZE
               FUNCTION TRIM(PRE-ORDER-EVENT) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * SHIFT-SIGNON - Ask who is tending the bar and open a shift:
      * id "YYYYMMDD-HHMM" from the sign-on moment, persisted to
      * current-shift.txt so a restart keeps the open shift. A blank
      * operator leaves the kiosk unattended - journal lines carry
      * "-" for the shift, exactly like pre-shift lines. Any staged
      * config bundle is applied first.
       SHIFT-SIGNON.
      *    A bundle staged since the last close goes in now, before
      *    the new shift sells anything under it.
           PERFORM APPLY-STAGED-CONFIG

           MOVE SPACES TO SHIFT-OPER-INPUT
           DISPLAY SHIFT-SIGNON-SCREEN
           ACCEPT SHIFT-SIGNON-SCREEN
           PERFORM CHECK-OPENING-DAY

           IF FUNCTION TRIM(SHIFT-OPER-INPUT) = SPACES
               MOVE "Kiosk opened with no shift signed on"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:15) TO SHIFT-START-TS
           MOVE SPACES TO SHIFT-ID
           STRING
               SHIFT-START-TS(1:8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SHIFT-START-TS(9:4) DELIMITED BY SIZE
               INTO SHIFT-ID
           END-STRING
           MOVE FUNCTION TRIM(SHIFT-OPER-INPUT) TO SHIFT-OPERATOR
           MOVE FUNCTION TRIM(SCREEN-ROOM-ID) TO SHIFT-ROOM
           MOVE 1 TO SHIFT-ACTIVE
           MOVE SHIFT-ID TO JOURNAL-SHIFT-FIELD
           MOVE SHIFT-OPERATOR TO JOURNAL-OPER-FIELD
           PERFORM SAVE-CURRENT-SHIFT

           MOVE SPACES TO log-message
           MOVE 1 TO log-pos
           STRING "Shift opened: " DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
               INTO log-message WITH POINTER log-pos
           END-STRING
           PERFORM LOG-INFO

           PERFORM SHOW-HANDOVER-NOTES
           PERFORM TAKE-SHIFT-TEMPERATURES
           .

       SAVE-CURRENT-SHIFT.
           MOVE "shift" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           MOVE CURRENT-SHIFT-PATH TO ATOMIC-REAL-PATH
           PERFORM SET-ATOMIC-TMP-PATH
           MOVE ATOMIC-TMP-PATH TO CURRENT-SHIFT-PATH
           OPEN OUTPUT CURRENT-SHIFT-FILE
           MOVE SPACES TO CURRENT-SHIFT-LINE
           STRING
               FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-START-TS) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-ROOM) DELIMITED BY SIZE
               INTO CURRENT-SHIFT-LINE
           END-STRING
           WRITE CURRENT-SHIFT-LINE
           CLOSE CURRENT-SHIFT-FILE
           MOVE ATOMIC-REAL-PATH TO CURRENT-SHIFT-PATH
           PERFORM COMMIT-ATOMIC-SAVE
           PERFORM RELEASE-FILE-LOCK
           .

      * CHECK-OPENING-DAY - Warn whoever signs on when the club
      * calendar has today closed (a closure, a holiday, or a
      * weekday without regular hours for this room). It is only
      * a warning - the shift still opens and sales go through.
       CHECK-OPENING-DAY.
           MOVE SPACES TO ccal-request-data
           MOVE "LOAD" TO ccal-op
           CALL "CLUB-CALENDAR" USING
               ccal-request-data
               ccal-response-data
           END-CALL
           IF ccal-status = 1
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO CAL-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO CAL-NOW-HHMM
           MOVE SPACES TO ccal-request-data
           MOVE "DAY" TO ccal-op
           MOVE CAL-TODAY TO ccal-date
           MOVE SCREEN-ROOM-ID TO ccal-room
           CALL "CLUB-CALENDAR" USING
               ccal-request-data
               ccal-response-data
           END-CALL
           IF ccal-open = 1
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESULT-LINE1
           MOVE ccal-reason TO RESULT-LINE1

      *    Yesterday's opening may run past midnight ("1600-0200").
           MOVE CAL-TODAY TO CAL-DATE-NUM
           COMPUTE CAL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-DATE-NUM) - 1
           COMPUTE CAL-DATE-NUM = FUNCTION DATE-OF-INTEGER(CAL-DATE-INT)
           MOVE SPACES TO ccal-request-data
           MOVE "DAY" TO ccal-op
           MOVE CAL-DATE-NUM TO ccal-date
           MOVE SCREEN-ROOM-ID TO ccal-room
           CALL "CLUB-CALENDAR" USING
               ccal-request-data
               ccal-response-data
           END-CALL
           IF ccal-open = 1
               AND ccal-hours(6:4) < ccal-hours(1:4)
               AND CAL-NOW-HHMM < ccal-hours(6:4)
               EXIT PARAGRAPH
           END-IF

           MOVE "Club calendar: the bar is not open today"
               TO RESULT-TITLE
           MOVE "The shift opens and sales go through as usual; tell"
               TO RESULT-LINE2
           MOVE "the board if calendar.txt has today wrong."
               TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO log-message
           MOVE 1 TO log-pos
           STRING "Shift sign-on on a closed day: " DELIMITED BY SIZE
               FUNCTION TRIM(RESULT-LINE1) DELIMITED BY SIZE
               INTO log-message WITH POINTER log-pos
           END-STRING
           PERFORM LOG-WARN
           .

      * LOAD-CURRENT-SHIFT - Restore an open shift left behind by a
      * previous session (restart mid-evening), so its id keeps
      * flowing into the journal without a second sign-on.
       LOAD-CURRENT-SHIFT.
           MOVE 0 TO SHIFT-ACTIVE
           MOVE "-" TO JOURNAL-SHIFT-FIELD
           OPEN INPUT CURRENT-SHIFT-FILE
           IF CURRENT-SHIFT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           READ CURRENT-SHIFT-FILE
               AT END
                   CLOSE CURRENT-SHIFT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CURRENT-SHIFT-FILE

           IF FUNCTION TRIM(CURRENT-SHIFT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHIFT-ROOM
           UNSTRING CURRENT-SHIFT-LINE DELIMITED BY X"09"
               INTO SHIFT-ID
                    SHIFT-OPERATOR
                    SHIFT-START-TS
                    SHIFT-ROOM
           END-UNSTRING
           MOVE 1 TO SHIFT-ACTIVE
           MOVE SHIFT-ID TO JOURNAL-SHIFT-FIELD
           MOVE SHIFT-OPERATOR TO JOURNAL-OPER-FIELD

           MOVE SPACES TO log-message
           MOVE 1 TO log-pos
           STRING "Open shift restored: " DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
               INTO log-message WITH POINTER log-pos
           END-STRING
           PERFORM LOG-INFO
           .

      * SHOW-HANDOVER-NOTES - At sign-on: page through the room's
      * unread notes and open follow-ups, five at a time. "Y" is
      * only taken once the last page has been shown; the ACK then
      * records the operator as having read everything so far.
       SHOW-HANDOVER-NOTES.
           PERFORM SET-LOGBOOK-ROOM
           PERFORM LOAD-LOGBOOK
           IF LOGB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOGB-SCR-HEAD
           MOVE 1 TO LOGB-ARG-POS
           MOVE LOGB-UNREAD-COUNT TO LOGB-COUNT-DISP
           STRING FUNCTION TRIM(LOGB-COUNT-DISP) DELIMITED BY SIZE
               " unread note(s), " DELIMITED BY SIZE
               INTO LOGB-SCR-HEAD WITH POINTER LOGB-ARG-POS
           END-STRING
           MOVE LOGB-OPEN-COUNT TO LOGB-COUNT-DISP
           STRING FUNCTION TRIM(LOGB-COUNT-DISP) DELIMITED BY SIZE
               " open follow-up(s) - room " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-ROOM) DELIMITED BY SIZE
               INTO LOGB-SCR-HEAD WITH POINTER LOGB-ARG-POS
           END-STRING

           MOVE 1 TO LOGB-PAGE-START
           MOVE 0 TO LOGB-SEEN-ALL
           MOVE 0 TO LOGB-ACK-DONE
           PERFORM UNTIL LOGB-ACK-DONE = 1
               PERFORM FILL-HANDOVER-PAGE
               IF LOGB-SEEN-ALL = 1
                   MOVE "Type Y to confirm, or ENTER to read again."
                       TO LOGB-SCR-MSG
               ELSE
                   MOVE "More notes - ENTER for the next page."
                       TO LOGB-SCR-MSG
               END-IF
               MOVE SPACES TO LOGB-ACK-INPUT
               DISPLAY HANDOVER-READ-SCREEN
               ACCEPT HANDOVER-READ-SCREEN
               IF LOGB-SEEN-ALL = 1
                   AND FUNCTION UPPER-CASE(LOGB-ACK-INPUT) = "Y"
                   MOVE 1 TO LOGB-ACK-DONE
               ELSE
                   ADD 5 TO LOGB-PAGE-START
                   IF LOGB-PAGE-START > LOGB-COUNT
                       MOVE 1 TO LOGB-PAGE-START
                   END-IF
               END-IF
           END-PERFORM

           MOVE SHIFT-OPERATOR TO LOGB-OPERATOR
           MOVE "ACK" TO LOGB-F-REC
           MOVE LOGB-LAST-NO TO LOGB-F-NUM
           MOVE SPACES TO LOGB-F-CAT
           MOVE SPACES TO LOGB-F-KIND
           MOVE SPACES TO LOGB-F-TEXT
           PERFORM APPEND-LOGBOOK-RECORD

           MOVE SPACES TO AUDIT-ACTION
           STRING "Handover notes read: " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-SCR-HEAD) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM CLEAR-RESULT-LINES
           .

       FILL-HANDOVER-PAGE.
           PERFORM CLEAR-RESULT-LINES
           MOVE 0 TO LOGB-LINE-IDX
           PERFORM VARYING LOGB-IDX FROM LOGB-PAGE-START BY 1
                   UNTIL LOGB-IDX > LOGB-COUNT OR LOGB-LINE-IDX >= 5
               ADD 1 TO LOGB-LINE-IDX
               PERFORM FORMAT-LOGBOOK-LINE
               EVALUATE LOGB-LINE-IDX
                   WHEN 1
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE1
                   WHEN 2
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE2
                   WHEN 3
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE3
                   WHEN 4
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE4
                   WHEN 5
                       MOVE LOGB-LINE-TEXT TO RESULT-LINE5
               END-EVALUATE
           END-PERFORM
           IF LOGB-IDX > LOGB-COUNT
               MOVE 1 TO LOGB-SEEN-ALL
           END-IF
           .

       CLEAR-RESULT-LINES.
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5
           .

      * FORMAT-LOGBOOK-LINE - One row for LOGB-ENTRY(LOGB-IDX):
      * "#12 14/10 22:05 TAP [FOLLOW-UP] tap 2 foams (anna)".
       FORMAT-LOGBOOK-LINE.
           MOVE LOGB-NO(LOGB-IDX) TO LOGB-NO-DISP
           MOVE SPACES TO LOGB-LINE-TEXT
           MOVE 1 TO LOGB-ARG-POS
           STRING "#" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOGB-TS(LOGB-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LOGB-TS(LOGB-IDX)(5:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOGB-TS(LOGB-IDX)(10:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               LOGB-TS(LOGB-IDX)(12:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-CAT(LOGB-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LOGB-LINE-TEXT WITH POINTER LOGB-ARG-POS
           END-STRING
           IF LOGB-OPEN(LOGB-IDX) = 1
               STRING "[FOLLOW-UP] " DELIMITED BY SIZE
                   INTO LOGB-LINE-TEXT WITH POINTER LOGB-ARG-POS
               END-STRING
           END-IF
           STRING FUNCTION TRIM(LOGB-TEXT(LOGB-IDX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-OPER(LOGB-IDX)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LOGB-LINE-TEXT WITH POINTER LOGB-ARG-POS
           END-STRING
           .

      * TAKE-HANDOVER-NOTES - On the way out of ADMIN-CLOSE-SHIFT:
      * any number of notes for the next shift, blank to finish.
       TAKE-HANDOVER-NOTES.
           PERFORM SET-LOGBOOK-ROOM
           PERFORM LOAD-LOGBOOK
           MOVE SPACES TO LOGB-SCR-MSG
           MOVE 0 TO LOGB-ACK-DONE
           PERFORM UNTIL LOGB-ACK-DONE = 1
               MOVE LOGB-SHIFT-NOTES TO LOGB-COUNT-DISP
               MOVE SPACES TO LOGB-SCR-HEAD
               STRING "Shift " DELIMITED BY SIZE
                   FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
                   "), notes so far: " DELIMITED BY SIZE
                   FUNCTION TRIM(LOGB-COUNT-DISP) DELIMITED BY SIZE
                   INTO LOGB-SCR-HEAD
               END-STRING
               MOVE SPACES TO LOGB-CAT-INPUT
               MOVE SPACES TO LOGB-TEXT-INPUT
               MOVE "N" TO LOGB-FOLLOW-INPUT
               DISPLAY HANDOVER-NOTE-SCREEN
               ACCEPT HANDOVER-NOTE-SCREEN
               IF FUNCTION TRIM(LOGB-TEXT-INPUT) = SPACES
                   MOVE 1 TO LOGB-ACK-DONE
               ELSE
                   IF FUNCTION UPPER-CASE(LOGB-FOLLOW-INPUT) = "Y"
                       MOVE "FOLLOWUP" TO LOGB-KIND
                   ELSE
                       MOVE "INFO" TO LOGB-KIND
                   END-IF
                   PERFORM ADD-LOGBOOK-NOTE
                   MOVE LOGB-NEXT-NO TO LOGB-NO-DISP
                   MOVE SPACES TO LOGB-SCR-MSG
                   STRING "Note #" DELIMITED BY SIZE
                       FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
                       " recorded. Another, or blank to go on."
                           DELIMITED BY SIZE
                       INTO LOGB-SCR-MSG
                   END-STRING
               END-IF
           END-PERFORM
           .

      * NOTE-ORDER - "NOTE:<category>:<text>" / "FOLLOWUP:..." from
      * the order line (LOGB-KIND set by the dispatcher). A note
      * with no category, or a "category" with a space in it, is
      * taken whole as the text under GENERAL.
       NOTE-ORDER.
           MOVE SPACES TO RESULT-TITLE
           PERFORM CLEAR-RESULT-LINES
           IF SHIFT-ACTIVE = 0
               MOVE "Note not recorded" TO RESULT-TITLE
               MOVE "Logbook notes belong to a shift, and no shift "
                   TO RESULT-LINE1
               MOVE "is signed on." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOGB-CAT-INPUT
           MOVE SPACES TO LOGB-TEXT-INPUT
           MOVE SPACES TO LOGB-LINE-TEXT
           MOVE 1 TO LOGB-ARG-POS
           UNSTRING LOGB-ARGS DELIMITED BY ":"
               INTO LOGB-LINE-TEXT
               WITH POINTER LOGB-ARG-POS
           END-UNSTRING
      *    A category is one word of at most ten characters.
           MOVE FUNCTION TRIM(LOGB-LINE-TEXT) TO LOGB-LINE-TEXT
           MOVE 0 TO LOGB-FOUND
           INSPECT LOGB-LINE-TEXT TALLYING LOGB-FOUND
               FOR CHARACTERS BEFORE INITIAL " "
           IF LOGB-ARG-POS <= 59
               AND LOGB-FOUND >= 1 AND LOGB-FOUND <= 10
               AND LOGB-LINE-TEXT(LOGB-FOUND + 1:) = SPACES
               MOVE LOGB-LINE-TEXT TO LOGB-CAT-INPUT
               MOVE LOGB-ARGS(LOGB-ARG-POS:) TO LOGB-TEXT-INPUT
           ELSE
               MOVE LOGB-ARGS TO LOGB-TEXT-INPUT
           END-IF
           IF FUNCTION TRIM(LOGB-TEXT-INPUT) = SPACES
               MOVE "Note not recorded" TO RESULT-TITLE
               MOVE "Enter NOTE:<category>:<text> (or FOLLOWUP:...)."
                   TO RESULT-LINE1
               MOVE "e.g. NOTE:DELIVERY:beer delivery due Tuesday"
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-LOGBOOK-ROOM
           PERFORM ADD-LOGBOOK-NOTE

           MOVE LOGB-NEXT-NO TO LOGB-NO-DISP
           MOVE "Logbook note recorded" TO RESULT-TITLE
           STRING "Note #" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-CAT-INPUT) DELIMITED BY SIZE
               "] for the next shift in room " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-ROOM) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           IF LOGB-KIND = "FOLLOWUP"
               MOVE "It is shown at every sign-on until closed with"
                   TO RESULT-LINE2
               STRING "NOTEDONE:" DELIMITED BY SIZE
                   FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
                   "[:<how it was dealt with>]." DELIMITED BY SIZE
                   INTO RESULT-LINE3
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      * ADD-LOGBOOK-NOTE - Number and append a note from
      * LOGB-CAT-INPUT / LOGB-TEXT-INPUT / LOGB-KIND for the open
      * shift. The number is taken under the logbook lock, so two
      * kiosks writing at once still get one number each.
       ADD-LOGBOOK-NOTE.
           IF FUNCTION TRIM(LOGB-CAT-INPUT) = SPACES
               MOVE "GENERAL" TO LOGB-CAT-INPUT
           END-IF
           MOVE FUNCTION UPPER-CASE(LOGB-CAT-INPUT) TO LOGB-CAT-INPUT
           INSPECT LOGB-TEXT-INPUT REPLACING ALL X"09" BY SPACE

           MOVE "logbook" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           PERFORM LOAD-LOGBOOK
           COMPUTE LOGB-NEXT-NO = LOGB-LAST-NO + 1
           MOVE SHIFT-OPERATOR TO LOGB-OPERATOR
           MOVE "NOTE" TO LOGB-F-REC
           MOVE LOGB-NEXT-NO TO LOGB-F-NUM
           MOVE LOGB-CAT-INPUT TO LOGB-F-CAT
           MOVE LOGB-KIND TO LOGB-F-KIND
           MOVE FUNCTION TRIM(LOGB-TEXT-INPUT) TO LOGB-F-TEXT
           PERFORM APPEND-LOGBOOK-RECORD
           PERFORM RELEASE-FILE-LOCK
           ADD 1 TO LOGB-SHIFT-NOTES

           MOVE SPACES TO log-message
           MOVE LOGB-NEXT-NO TO LOGB-NO-DISP
           STRING "Logbook note #" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-KIND) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-OPERATOR) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

      * NOTE-DONE-ORDER - "NOTEDONE:<no>[:<how>]" closes one of the
      * room's open follow-ups.
       NOTE-DONE-ORDER.
           MOVE SPACES TO RESULT-TITLE
           PERFORM CLEAR-RESULT-LINES
           IF SHIFT-ACTIVE = 0
               MOVE "Follow-up not closed" TO RESULT-TITLE
               MOVE "No shift is signed on." TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOGB-F-NO
           MOVE SPACES TO LOGB-TEXT-INPUT
           MOVE 1 TO LOGB-ARG-POS
           UNSTRING LOGB-ARGS DELIMITED BY ":"
               INTO LOGB-F-NO
               WITH POINTER LOGB-ARG-POS
           END-UNSTRING
           IF LOGB-ARG-POS <= 59
               MOVE LOGB-ARGS(LOGB-ARG-POS:) TO LOGB-TEXT-INPUT
           END-IF
           INSPECT LOGB-TEXT-INPUT REPLACING ALL X"09" BY SPACE
           IF FUNCTION TRIM(LOGB-TEXT-INPUT) = SPACES
               MOVE "-" TO LOGB-TEXT-INPUT
           END-IF

           PERFORM SET-LOGBOOK-ROOM
           PERFORM LOAD-LOGBOOK
           MOVE 0 TO LOGB-FOUND
           IF FUNCTION TRIM(LOGB-F-NO) IS NUMERIC
               MOVE FUNCTION NUMVAL(LOGB-F-NO) TO LOGB-F-NUM
               PERFORM VARYING LOGB-IDX FROM 1 BY 1
                       UNTIL LOGB-IDX > LOGB-COUNT
                   IF LOGB-NO(LOGB-IDX) = LOGB-F-NUM
                       AND LOGB-OPEN(LOGB-IDX) = 1
                       MOVE LOGB-IDX TO LOGB-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF LOGB-FOUND = 0
               MOVE "Follow-up not closed" TO RESULT-TITLE
               MOVE "No open follow-up with that number for this room."
                   TO RESULT-LINE1
               MOVE "NOTES lists the open ones." TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SHIFT-OPERATOR TO LOGB-OPERATOR
           MOVE "DONE" TO LOGB-F-REC
           MOVE "-" TO LOGB-F-CAT
           MOVE "-" TO LOGB-F-KIND
           MOVE FUNCTION TRIM(LOGB-TEXT-INPUT) TO LOGB-F-TEXT
           PERFORM APPEND-LOGBOOK-RECORD

           MOVE LOGB-F-NUM TO LOGB-NO-DISP
           MOVE "Follow-up closed" TO RESULT-TITLE
           MOVE LOGB-FOUND TO LOGB-IDX
           PERFORM FORMAT-LOGBOOK-LINE
           MOVE LOGB-LINE-TEXT TO RESULT-LINE1
           STRING "Closed by " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-OPERATOR) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-TEXT-INPUT) DELIMITED BY SIZE
               INTO RESULT-LINE2
           END-STRING
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Logbook follow-up #" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
               " closed" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * NOTES-SHOW-ORDER - "NOTES": the room's open follow-ups.
       NOTES-SHOW-ORDER.
           MOVE SPACES TO RESULT-TITLE
           PERFORM CLEAR-RESULT-LINES
           PERFORM SET-LOGBOOK-ROOM
           PERFORM LOAD-LOGBOOK
           MOVE "Logbook - open follow-ups" TO RESULT-TITLE
           MOVE 0 TO LOGB-LINE-IDX
           PERFORM VARYING LOGB-IDX FROM 1 BY 1
                   UNTIL LOGB-IDX > LOGB-COUNT OR LOGB-LINE-IDX >= 4
               IF LOGB-OPEN(LOGB-IDX) = 1
                   ADD 1 TO LOGB-LINE-IDX
                   PERFORM FORMAT-LOGBOOK-LINE
                   EVALUATE LOGB-LINE-IDX
                       WHEN 1
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE1
                       WHEN 2
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE2
                       WHEN 3
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE3
                       WHEN 4
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE4
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF LOGB-OPEN-COUNT = 0
               MOVE "  (no open follow-ups)" TO RESULT-LINE1
           ELSE
               MOVE LOGB-OPEN-COUNT TO LOGB-COUNT-DISP
               STRING FUNCTION TRIM(LOGB-COUNT-DISP) DELIMITED BY SIZE
                   " open in all - close one with NOTEDONE:<no>."
                       DELIMITED BY SIZE
                   INTO RESULT-LINE5
               END-STRING
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      *    From the admin menu there is no kiosk room on screen -
      *    the notes then belong to the room the shift opened in.
       SET-LOGBOOK-ROOM.
           MOVE FUNCTION TRIM(SCREEN-ROOM-ID) TO LOGB-ROOM
           IF LOGB-ROOM = SPACES AND SHIFT-ACTIVE = 1
               MOVE SHIFT-ROOM TO LOGB-ROOM
           END-IF
           IF LOGB-ROOM = SPACES
               MOVE "-" TO LOGB-ROOM
           END-IF
           .

      * LOAD-LOGBOOK - Replay logbook.txt for LOGB-ROOM (see
      * logbook-work). Also finds the highest note number in use
      * and how many notes the open shift has written.
       LOAD-LOGBOOK.
           MOVE 0 TO LOGB-COUNT
           MOVE 0 TO LOGB-LAST-NO
           MOVE 0 TO LOGB-SHIFT-NOTES
           MOVE 0 TO LOGB-OPEN-COUNT
           MOVE 0 TO LOGB-UNREAD-COUNT
           MOVE 0 TO LOGBOOK-EOF
           OPEN INPUT LOGBOOK-FILE
           IF LOGBOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOGBOOK-EOF = 1
               READ LOGBOOK-FILE
                   AT END
                       MOVE 1 TO LOGBOOK-EOF
                   NOT AT END
                       PERFORM REPLAY-LOGBOOK-LINE
               END-READ
           END-PERFORM
           CLOSE LOGBOOK-FILE

           PERFORM VARYING LOGB-IDX FROM 1 BY 1
                   UNTIL LOGB-IDX > LOGB-COUNT
               IF LOGB-OPEN(LOGB-IDX) = 1
                   ADD 1 TO LOGB-OPEN-COUNT
               END-IF
               IF LOGB-UNREAD(LOGB-IDX) = 1
                   ADD 1 TO LOGB-UNREAD-COUNT
               END-IF
           END-PERFORM
           .

       REPLAY-LOGBOOK-LINE.
           IF FUNCTION TRIM(LOGBOOK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOGB-F-REC LOGB-F-NO LOGB-F-TS LOGB-F-ROOM
               LOGB-F-SHIFT LOGB-F-OPER LOGB-F-CAT LOGB-F-KIND
               LOGB-F-TEXT
           UNSTRING LOGBOOK-LINE DELIMITED BY X"09"
               INTO LOGB-F-REC LOGB-F-NO LOGB-F-TS LOGB-F-ROOM
                    LOGB-F-SHIFT LOGB-F-OPER LOGB-F-CAT LOGB-F-KIND
                    LOGB-F-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(LOGB-F-NO) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LOGB-F-NO) TO LOGB-F-NUM

           EVALUATE LOGB-F-REC
               WHEN "NOTE"
                   IF LOGB-F-NUM > LOGB-LAST-NO
                       MOVE LOGB-F-NUM TO LOGB-LAST-NO
                   END-IF
                   IF SHIFT-ACTIVE = 1 AND LOGB-F-SHIFT = SHIFT-ID
                       ADD 1 TO LOGB-SHIFT-NOTES
                   END-IF
                   IF LOGB-F-ROOM = LOGB-ROOM AND LOGB-COUNT < 100
                       ADD 1 TO LOGB-COUNT
                       MOVE LOGB-F-NUM TO LOGB-NO(LOGB-COUNT)
                       MOVE LOGB-F-TS TO LOGB-TS(LOGB-COUNT)
                       MOVE LOGB-F-OPER TO LOGB-OPER(LOGB-COUNT)
                       MOVE LOGB-F-CAT TO LOGB-CAT(LOGB-COUNT)
                       MOVE LOGB-F-TEXT TO LOGB-TEXT(LOGB-COUNT)
                       MOVE 1 TO LOGB-UNREAD(LOGB-COUNT)
                       MOVE 0 TO LOGB-OPEN(LOGB-COUNT)
                       IF LOGB-F-KIND = "FOLLOWUP"
                           MOVE 1 TO LOGB-OPEN(LOGB-COUNT)
                       END-IF
                   END-IF
               WHEN "DONE"
                   PERFORM VARYING LOGB-IDX FROM 1 BY 1
                           UNTIL LOGB-IDX > LOGB-COUNT
                       IF LOGB-NO(LOGB-IDX) = LOGB-F-NUM
                           MOVE 0 TO LOGB-OPEN(LOGB-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM COMPACT-LOGBOOK-ENTRIES
               WHEN "ACK"
                   IF LOGB-F-ROOM = LOGB-ROOM
                       PERFORM VARYING LOGB-IDX FROM 1 BY 1
                               UNTIL LOGB-IDX > LOGB-COUNT
                           IF LOGB-NO(LOGB-IDX) <= LOGB-F-NUM
                               MOVE 0 TO LOGB-UNREAD(LOGB-IDX)
                           END-IF
                       END-PERFORM
                       PERFORM COMPACT-LOGBOOK-ENTRIES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * COMPACT-LOGBOOK-ENTRIES - Drop entries that are both read
      * and no longer open, keeping the rest in order.
       COMPACT-LOGBOOK-ENTRIES.
           MOVE 0 TO LOGB-KEEP
           PERFORM VARYING LOGB-IDX FROM 1 BY 1
                   UNTIL LOGB-IDX > LOGB-COUNT
               IF LOGB-OPEN(LOGB-IDX) = 1
                   OR LOGB-UNREAD(LOGB-IDX) = 1
                   ADD 1 TO LOGB-KEEP
                   IF LOGB-KEEP NOT = LOGB-IDX
                       MOVE LOGB-ENTRY(LOGB-IDX)
                           TO LOGB-ENTRY(LOGB-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE LOGB-KEEP TO LOGB-COUNT
           .

      * APPEND-LOGBOOK-RECORD - One logbook.txt line from
      * LOGB-F-REC / LOGB-F-NUM / LOGB-F-CAT / LOGB-F-KIND /
      * LOGB-F-TEXT, stamped with now, the room, the open shift
      * and LOGB-OPERATOR.
       APPEND-LOGBOOK-RECORD.
           IF FUNCTION TRIM(LOGB-OPERATOR) = SPACES
               MOVE "-" TO LOGB-OPERATOR
           END-IF
           MOVE LOGB-F-NUM TO LOGB-NO-DISP
           OPEN EXTEND LOGBOOK-FILE
           IF LOGBOOK-STATUS = "35"
               OPEN OUTPUT LOGBOOK-FILE
           END-IF
           IF LOGBOOK-STATUS NOT = "00"
               MOVE "Could not open logbook.txt" TO log-message
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOGBOOK-LINE
           MOVE 1 TO LOGB-ARG-POS
           STRING
               FUNCTION TRIM(LOGB-F-REC) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-NO-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-ROOM) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(JOURNAL-SHIFT-FIELD) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(LOGB-OPERATOR) DELIMITED BY SIZE
               INTO LOGBOOK-LINE WITH POINTER LOGB-ARG-POS
           END-STRING
           IF LOGB-F-REC NOT = "ACK"
               STRING
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(LOGB-F-CAT) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(LOGB-F-KIND) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(LOGB-F-TEXT) DELIMITED BY SIZE
                   INTO LOGBOOK-LINE WITH POINTER LOGB-ARG-POS
               END-STRING
           END-IF
           WRITE LOGBOOK-LINE
           CLOSE LOGBOOK-FILE
           .

      * TAKE-SHIFT-TEMPERATURES - One reading per cooling unit at
      * sign-on. A blank reading leaves the unit due; the checkout
      * gate then holds every sale until TEMP: supplies it.
       TAKE-SHIFT-TEMPERATURES.
           IF CU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > CU-COUNT
               MOVE 0 TO CU-READ-SHIFT(CU-IDX)
           END-PERFORM
           MOVE CU-COUNT TO CU-DUE-COUNT

           PERFORM VARYING CU-FOUND FROM 1 BY 1
                   UNTIL CU-FOUND > CU-COUNT
               MOVE CU-FOUND TO CU-IDX
               MOVE CU-ID(CU-FOUND) TO HACCP-SCR-ID
               MOVE CU-NAME(CU-FOUND) TO HACCP-SCR-NAME
               PERFORM FORMAT-UNIT-RANGE
               MOVE SPACES TO HACCP-READING-INPUT
               MOVE SPACES TO HACCP-NOTE-INPUT
               MOVE SPACES TO HACCP-SCR-MSG
               MOVE 0 TO HACCP-UNIT-DONE
               PERFORM UNTIL HACCP-UNIT-DONE = 1
                   DISPLAY TEMP-READING-SCREEN
                   ACCEPT TEMP-READING-SCREEN
                   PERFORM CHECK-SIGNON-READING
               END-PERFORM
           END-PERFORM

           IF CU-DUE-COUNT > 0
               MOVE "Shift opened with temperature checks missing"
                   TO log-message
               PERFORM LOG-WARN
           END-IF
           .

       CHECK-SIGNON-READING.
           IF FUNCTION TRIM(HACCP-READING-INPUT) = SPACES
               MOVE 1 TO HACCP-UNIT-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-TEMPERATURE-TEXT
           IF HACCP-READING-OK = 0
               MOVE "Not a temperature - enter e.g. 4.5 or -18."
                   TO HACCP-SCR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE CU-FOUND TO CU-IDX
           PERFORM CHECK-READING-RANGE
           IF HACCP-OUT-OF-RANGE = 1
               AND FUNCTION TRIM(HACCP-NOTE-INPUT) = SPACES
               MOVE "Out of range - describe the corrective action."
                   TO HACCP-SCR-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM RECORD-TEMPERATURE-READING
           MOVE 1 TO HACCP-UNIT-DONE
           .

      * TEMP-READING-ORDER - "TEMP:<unit>:<reading>[:<action>]" from
      * the order line: a reading outside the sign-on round (the
      * one skipped, or the check after a corrective action).
       TEMP-READING-ORDER.
           MOVE SPACES TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           MOVE SPACES TO RESULT-LINE2
           MOVE SPACES TO RESULT-LINE3
           MOVE SPACES TO RESULT-LINE4
           MOVE SPACES TO RESULT-LINE5

           MOVE SPACES TO HACCP-UNIT-INPUT
           MOVE SPACES TO HACCP-READING-INPUT
           MOVE SPACES TO HACCP-NOTE-INPUT
           MOVE 1 TO HACCP-ARG-POS
           UNSTRING HACCP-ARGS DELIMITED BY ":"
               INTO HACCP-UNIT-INPUT
                    HACCP-READING-INPUT
               WITH POINTER HACCP-ARG-POS
           END-UNSTRING
           IF HACCP-ARG-POS <= 59
               MOVE HACCP-ARGS(HACCP-ARG-POS:) TO HACCP-NOTE-INPUT
           END-IF
           INSPECT HACCP-NOTE-INPUT REPLACING ALL X"09" BY SPACE

           MOVE 0 TO CU-FOUND
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > CU-COUNT
               IF CU-ID(CU-IDX) = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(HACCP-UNIT-INPUT))
                   MOVE CU-IDX TO CU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CU-FOUND = 0
               MOVE "Reading not recorded" TO RESULT-TITLE
               MOVE "Unknown cooling unit (see cooling-units.txt)."
                   TO RESULT-LINE1
               MOVE "Enter TEMP:<unit>:<reading>[:<action>]."
                   TO RESULT-LINE2
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CU-FOUND TO CU-IDX

           PERFORM PARSE-TEMPERATURE-TEXT
           IF HACCP-READING-OK = 0
               MOVE "Reading not recorded" TO RESULT-TITLE
               MOVE "Not a temperature - enter e.g. 4.5 or -18."
                   TO RESULT-LINE1
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-READING-RANGE
           IF HACCP-OUT-OF-RANGE = 1
               AND FUNCTION TRIM(HACCP-NOTE-INPUT) = SPACES
               PERFORM FORMAT-UNIT-RANGE
               MOVE "Reading not recorded" TO RESULT-TITLE
               MOVE SPACES TO RESULT-LINE1
               STRING "Out of range for " DELIMITED BY SIZE
                   FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(HACCP-SCR-RANGE) DELIMITED BY SIZE
                   " C)." DELIMITED BY SIZE
                   INTO RESULT-LINE1
               END-STRING
               MOVE "Add the corrective action taken:"
                   TO RESULT-LINE2
               MOVE "TEMP:<unit>:<reading>:<action>" TO RESULT-LINE3
               PERFORM SHOW-ORDER-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-TEMPERATURE-READING

           MOVE "Temperature recorded" TO RESULT-TITLE
           MOVE SPACES TO RESULT-LINE1
           STRING FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CU-NAME(CU-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-TEMP-DISP) DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           IF HACCP-OUT-OF-RANGE = 1
               MOVE "OUT OF RANGE - the alert has been queued."
                   TO RESULT-LINE2
               MOVE "Take another reading once it is back in range."
                   TO RESULT-LINE3
           ELSE
               MOVE "Within the allowed range." TO RESULT-LINE2
           END-IF
           IF CU-DUE-COUNT > 0
               MOVE "Other units still need their shift reading."
                   TO RESULT-LINE4
           END-IF
           PERFORM SHOW-ORDER-RESULT
           .

      * PARSE-TEMPERATURE-TEXT - HACCP-READING-INPUT ("4.5", "4,5",
      * "-18") to tenths of a degree in HACCP-READING; anything
      * outside -60..+60 is a typing slip, not a reading.
       PARSE-TEMPERATURE-TEXT.
           MOVE 0 TO HACCP-READING-OK
           MOVE 0 TO HACCP-READING
           INSPECT HACCP-READING-INPUT REPLACING ALL "," BY "."
           IF FUNCTION TRIM(HACCP-READING-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(HACCP-READING-INPUT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(HACCP-READING-INPUT) < -60
               OR FUNCTION NUMVAL(HACCP-READING-INPUT) > 60
               EXIT PARAGRAPH
           END-IF
           COMPUTE HACCP-READING ROUNDED =
               FUNCTION NUMVAL(HACCP-READING-INPUT) * 10
           MOVE 1 TO HACCP-READING-OK
           .

       CHECK-READING-RANGE.
           MOVE 0 TO HACCP-OUT-OF-RANGE
           IF HACCP-READING < CU-MIN(CU-IDX)
               OR HACCP-READING > CU-MAX(CU-IDX)
               MOVE 1 TO HACCP-OUT-OF-RANGE
           END-IF
           .

       FORMAT-UNIT-RANGE.
           COMPUTE HACCP-TEMP-NUM = CU-MIN(CU-IDX) / 10
           MOVE HACCP-TEMP-NUM TO HACCP-MIN-DISP
           COMPUTE HACCP-TEMP-NUM = CU-MAX(CU-IDX) / 10
           MOVE HACCP-TEMP-NUM TO HACCP-MAX-DISP
           MOVE SPACES TO HACCP-SCR-RANGE
           STRING FUNCTION TRIM(HACCP-MIN-DISP) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-MAX-DISP) DELIMITED BY SIZE
               INTO HACCP-SCR-RANGE
           END-STRING
           .

      * RECORD-TEMPERATURE-READING - Append the reading for unit
      * CU-IDX (HACCP-READING, HACCP-OUT-OF-RANGE, HACCP-NOTE-INPUT
      * set by the caller) and bring the unit's state up to date.
       RECORD-TEMPERATURE-READING.
           COMPUTE HACCP-TEMP-NUM = HACCP-READING / 10
           MOVE HACCP-TEMP-NUM TO HACCP-TEMP-DISP
           IF SHIFT-ACTIVE = 1
               MOVE SHIFT-OPERATOR TO HACCP-OPERATOR
           ELSE
               MOVE SCREEN-USERNAME TO HACCP-OPERATOR
           END-IF
           IF FUNCTION TRIM(HACCP-OPERATOR) = SPACES
               MOVE "-" TO HACCP-OPERATOR
           END-IF

           IF HACCP-OUT-OF-RANGE = 1
               MOVE "DEVIATION" TO TLOG-F-STATE
           ELSE
               MOVE "OK" TO TLOG-F-STATE
           END-IF

           OPEN EXTEND TEMP-LOG-FILE
           IF TEMP-LOG-STATUS = "35"
               OPEN OUTPUT TEMP-LOG-FILE
           END-IF
           IF TEMP-LOG-STATUS NOT = "00"
               MOVE "Could not open temperature-log.txt"
                   TO log-message
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEMP-LOG-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-TEMP-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(TLOG-F-STATE) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(JOURNAL-SHIFT-FIELD) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-OPERATOR) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-NOTE-INPUT) DELIMITED BY SIZE
               INTO TEMP-LOG-LINE
           END-STRING
           WRITE TEMP-LOG-LINE
           CLOSE TEMP-LOG-FILE

           IF SHIFT-ACTIVE = 1 AND CU-READ-SHIFT(CU-IDX) = 0
               MOVE 1 TO CU-READ-SHIFT(CU-IDX)
               IF CU-DUE-COUNT > 0
                   SUBTRACT 1 FROM CU-DUE-COUNT
               END-IF
           END-IF

           IF HACCP-OUT-OF-RANGE = 0
               IF CU-OUT(CU-IDX) = 1
                   MOVE SPACES TO log-message
                   STRING "Cooling unit back in range: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-INFO
               END-IF
               MOVE 0 TO CU-OUT(CU-IDX)
               MOVE SPACES TO CU-OUT-SINCE(CU-IDX)
               EXIT PARAGRAPH
           END-IF

      *    The hold clock runs from the first reading out of range,
      *    not from the latest one.
           IF CU-OUT(CU-IDX) = 0
               MOVE 1 TO CU-OUT(CU-IDX)
               MOVE SPACES TO CU-OUT-SINCE(CU-IDX)
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                   INTO CU-OUT-SINCE(CU-IDX)
               END-STRING
           END-IF
           PERFORM FORMAT-UNIT-RANGE
           MOVE "HACCP" TO OUTBOX-KIND
           MOVE "-" TO OUTBOX-USERNAME
           MOVE SPACES TO OUTBOX-MESSAGE
           STRING "Temperature out of range: " DELIMITED BY SIZE
               FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CU-NAME(CU-IDX)) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-TEMP-DISP) DELIMITED BY SIZE
               " C (allowed " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-SCR-RANGE) DELIMITED BY SIZE
               "). Action: " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-NOTE-INPUT) DELIMITED BY SIZE
               INTO OUTBOX-MESSAGE
           END-STRING
           PERFORM WRITE-OUTBOX-ENTRY

           MOVE SPACES TO AUDIT-ACTION
           STRING "Temperature deviation " DELIMITED BY SIZE
               FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HACCP-TEMP-DISP) DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * LOAD-COOLING-UNITS - cooling-units.txt as described at
      * haccp-work. A missing file means no food is kept cold here.
       LOAD-COOLING-UNITS.
           MOVE 0 TO CU-COUNT
           MOVE SPACES TO CU-ENTRIES
           MOVE 0 TO COOLING-UNITS-EOF

           OPEN INPUT COOLING-UNITS-FILE
           IF COOLING-UNITS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COOLING-UNITS-EOF = 1
               READ COOLING-UNITS-FILE
                   AT END
                       MOVE 1 TO COOLING-UNITS-EOF
                   NOT AT END
                       PERFORM PARSE-COOLING-UNIT-LINE
               END-READ
           END-PERFORM
           CLOSE COOLING-UNITS-FILE
           .

       PARSE-COOLING-UNIT-LINE.
           IF FUNCTION TRIM(COOLING-UNITS-LINE) = SPACES
               OR COOLING-UNITS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF CU-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CU-F-ID CU-F-NAME CU-F-MIN CU-F-MAX
               CU-F-CATS CU-F-HOLD
           UNSTRING COOLING-UNITS-LINE DELIMITED BY X"09"
               INTO CU-F-ID CU-F-NAME CU-F-MIN CU-F-MAX
                    CU-F-CATS CU-F-HOLD
           END-UNSTRING
           IF FUNCTION TRIM(CU-F-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CU-F-MIN TO HACCP-READING-INPUT
           PERFORM PARSE-TEMPERATURE-TEXT
           IF HACCP-READING-OK = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CU-COUNT
           MOVE HACCP-READING TO CU-MIN(CU-COUNT)
           MOVE CU-F-MAX TO HACCP-READING-INPUT
           PERFORM PARSE-TEMPERATURE-TEXT
           IF HACCP-READING-OK = 0
               SUBTRACT 1 FROM CU-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE HACCP-READING TO CU-MAX(CU-COUNT)

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CU-F-ID))
               TO CU-ID(CU-COUNT)
           MOVE CU-F-NAME TO CU-NAME(CU-COUNT)
           MOVE FUNCTION UPPER-CASE(CU-F-CATS) TO CU-CATS(CU-COUNT)
           INSPECT CU-CATS(CU-COUNT) REPLACING ALL " " BY ","
           MOVE 120 TO CU-HOLD-MIN(CU-COUNT)
           IF FUNCTION TRIM(CU-F-HOLD) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(CU-F-HOLD) = 0
               MOVE FUNCTION NUMVAL(CU-F-HOLD) TO CU-HOLD-MIN(CU-COUNT)
           END-IF
           MOVE 0 TO CU-READ-SHIFT(CU-COUNT)
           MOVE 0 TO CU-OUT(CU-COUNT)
           MOVE SPACES TO CU-OUT-SINCE(CU-COUNT)
           .

      * LOAD-TEMPERATURE-STATE - Replay temperature-log.txt: which
      * units have their reading for the open shift, and which are
      * out of range (and since when).
       LOAD-TEMPERATURE-STATE.
           MOVE 0 TO CU-DUE-COUNT
           IF CU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TEMP-LOG-EOF
           OPEN INPUT TEMP-LOG-FILE
           IF TEMP-LOG-STATUS = "00"
               PERFORM UNTIL TEMP-LOG-EOF = 1
                   READ TEMP-LOG-FILE
                       AT END
                           MOVE 1 TO TEMP-LOG-EOF
                       NOT AT END
                           PERFORM REPLAY-TEMPERATURE-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMP-LOG-FILE
           END-IF

           IF SHIFT-ACTIVE = 1
               PERFORM VARYING CU-IDX FROM 1 BY 1
                       UNTIL CU-IDX > CU-COUNT
                   IF CU-READ-SHIFT(CU-IDX) = 0
                       ADD 1 TO CU-DUE-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .

       REPLAY-TEMPERATURE-LINE.
           IF FUNCTION TRIM(TEMP-LOG-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TLOG-F-TS TLOG-F-UNIT TLOG-F-READING
               TLOG-F-STATE TLOG-F-SHIFT
           UNSTRING TEMP-LOG-LINE DELIMITED BY X"09"
               INTO TLOG-F-TS TLOG-F-UNIT TLOG-F-READING
                    TLOG-F-STATE TLOG-F-SHIFT
           END-UNSTRING
           MOVE 0 TO CU-FOUND
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > CU-COUNT
               IF CU-ID(CU-IDX) = TLOG-F-UNIT
                   MOVE CU-IDX TO CU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CU-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           IF SHIFT-ACTIVE = 1
               AND FUNCTION TRIM(TLOG-F-SHIFT) = FUNCTION TRIM(SHIFT-ID)
               MOVE 1 TO CU-READ-SHIFT(CU-FOUND)
           END-IF
           IF TLOG-F-STATE = "DEVIATION"
               IF CU-OUT(CU-FOUND) = 0
                   MOVE 1 TO CU-OUT(CU-FOUND)
                   MOVE TLOG-F-TS TO CU-OUT-SINCE(CU-FOUND)
               END-IF
           ELSE
               MOVE 0 TO CU-OUT(CU-FOUND)
               MOVE SPACES TO CU-OUT-SINCE(CU-FOUND)
           END-IF
           .

      * CHECK-COLD-CHAIN-CART - Hold checkout while the open shift
      * still owes temperature readings, and hold any product whose
      * category is kept in a unit that has been out of range for
      * longer than the unit allows. HACCP-MSG1/2 say why.
       CHECK-COLD-CHAIN-CART.
           MOVE 0 TO HACCP-BLOCKED
           MOVE SPACES TO HACCP-MSG1
           MOVE SPACES TO HACCP-MSG2
           IF CU-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF SHIFT-ACTIVE = 1 AND CU-DUE-COUNT > 0
               MOVE 1 TO HACCP-BLOCKED
               MOVE "Temperature checks are due before the first sale:"
                   TO HACCP-MSG1
               MOVE "enter TEMP:<unit>:<reading> for" TO HACCP-MSG2
               MOVE 32 TO HACCP-MSG-POS
               PERFORM VARYING CU-IDX FROM 1 BY 1
                       UNTIL CU-IDX > CU-COUNT
                   IF CU-READ-SHIFT(CU-IDX) = 0
                       STRING " " DELIMITED BY SIZE
                           FUNCTION TRIM(CU-ID(CU-IDX))
                               DELIMITED BY SIZE
                           INTO HACCP-MSG2 WITH POINTER HACCP-MSG-POS
                       END-STRING
                   END-IF
               END-PERFORM
               MOVE "Checkout held - shift temperature checks missing"
                   TO log-message
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF

           COMPUTE HACCP-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) * 1440
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > CU-COUNT OR HACCP-BLOCKED = 1
               IF CU-OUT(CU-IDX) = 1
                   AND CU-OUT-SINCE(CU-IDX)(1:8) IS NUMERIC
                   COMPUTE HACCP-SINCE-MIN =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(CU-OUT-SINCE(CU-IDX)(1:8)))
                           * 1440
                       + FUNCTION NUMVAL(CU-OUT-SINCE(CU-IDX)(10:2))
                           * 60
                       + FUNCTION NUMVAL(CU-OUT-SINCE(CU-IDX)(12:2))
                   IF HACCP-NOW-MIN - HACCP-SINCE-MIN >=
                           CU-HOLD-MIN(CU-IDX)
                       PERFORM CHECK-CART-AGAINST-UNIT
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-CART-AGAINST-UNIT.
           PERFORM VARYING CART-IDX FROM 1 BY 1
                   UNTIL CART-IDX > CART-COUNT OR HACCP-BLOCKED = 1
               MOVE SPACES TO HACCP-TOKEN-ID
               UNSTRING CART-TOKEN(CART-IDX) DELIMITED BY ":"
                   INTO HACCP-TOKEN-ID
               END-UNSTRING
               MOVE FUNCTION TRIM(HACCP-TOKEN-ID) TO PCAT-LOOKUP-ID
               PERFORM LOOKUP-PRODUCT-CATEGORY
               MOVE 0 TO HACCP-CAT-HITS
               IF FUNCTION TRIM(PCAT-LOOKUP-NAME) NOT = "OTHER"
                   MOVE SPACES TO HACCP-MSG1
                   STRING "," DELIMITED BY SIZE
                       FUNCTION TRIM(CU-CATS(CU-IDX)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO HACCP-MSG1
                   END-STRING
                   MOVE SPACES TO HACCP-MSG2
                   STRING "," DELIMITED BY SIZE
                       FUNCTION TRIM(PCAT-LOOKUP-NAME) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO HACCP-MSG2
                   END-STRING
                   INSPECT HACCP-MSG1 TALLYING HACCP-CAT-HITS
                       FOR ALL FUNCTION TRIM(HACCP-MSG2)
               END-IF
               IF HACCP-CAT-HITS > 0
                   MOVE 1 TO HACCP-BLOCKED
                   MOVE SPACES TO HACCP-MSG1
                   STRING "Product " DELIMITED BY SIZE
                       FUNCTION TRIM(HACCP-TOKEN-ID) DELIMITED BY SIZE
                       " is held: " DELIMITED BY SIZE
                       FUNCTION TRIM(CU-ID(CU-IDX)) DELIMITED BY SIZE
                       " has been out of range since " DELIMITED BY SIZE
                       CU-OUT-SINCE(CU-IDX)(10:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       CU-OUT-SINCE(CU-IDX)(12:2) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO HACCP-MSG1
                   END-STRING
                   MOVE SPACES TO HACCP-MSG2
                   STRING "Take it out of the order; a reading back in "
                           DELIMITED BY SIZE
                       "range (TEMP:) releases it." DELIMITED BY SIZE
                       INTO HACCP-MSG2
                   END-STRING
                   MOVE "Checkout held - cooling unit out of range"
                       TO log-message
                   PERFORM LOG-WARN
               ELSE
                   MOVE SPACES TO HACCP-MSG1
                   MOVE SPACES TO HACCP-MSG2
               END-IF
           END-PERFORM
           .

      * ADMIN-CLOSE-SHIFT - Close the open shift: append the full
               EXIT PARAGRAPH
           END-IF

           PERFORM RUN-CLOSE-CHECKLIST
           IF CHKL-REFUSED = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM TAKE-HANDOVER-NOTES

      *    Forgotten clock-outs would run all night - name them on
      *    the way out (a warning, not a refusal: the closer may
      *    not be the forgetful one).
               FUNCTION TRIM(SHIFT-START-TS) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-END-TS) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-ROOM) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-OUTCOME) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-ANSWERS) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-OVER-OPER) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-OVER-REASON) DELIMITED BY SIZE
               INTO SHIFTS-LINE
           END-STRING
           WRITE SHIFTS-LINE
           CLOSE SHIFTS-FILE
           PERFORM RELEASE-FILE-LOCK

           IF CHKL-COUNT > 0
               PERFORM WRITE-CHECKLIST-ANSWERS
           END-IF

           MOVE SPACES TO CONFIG-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               TO RESULT-LINE2
           PERFORM SHOW-ORDER-RESULT

           MOVE "SHIFTCLOSE" TO TRN-STEP-MODULE
           MOVE "CLOSE" TO TRN-STEP-NAME
           PERFORM RECORD-TRAINING-STEP

           MOVE 0 TO SHIFT-ACTIVE
           MOVE SPACES TO SHIFT-ID
           MOVE SPACES TO SHIFT-OPERATOR
           MOVE SPACES TO SHIFT-ROOM
           MOVE "-" TO JOURNAL-SHIFT-FIELD
           MOVE "-" TO JOURNAL-OPER-FIELD

           PERFORM APPLY-STAGED-CONFIG
           .

      * RUN-CLOSE-CHECKLIST - Walk the room's close-of-shift
      * checklist (see checklist-work). Every item is answered or
      * checked in turn; if a mandatory one is left failing the
      * close is refused (CHKL-REFUSED = 1) unless a maintenance
      * operator overrides it with a reason. CHKL-OUTCOME ends up
      * NONE (no checklist), PASS or OVERRIDE for shifts.log, with
      * CHKL-ANSWERS holding one Y/N per item in list order.
       RUN-CLOSE-CHECKLIST.
           MOVE 0 TO CHKL-REFUSED
           MOVE "NONE" TO CHKL-OUTCOME
           MOVE "-" TO CHKL-ANSWERS
           MOVE "-" TO CHKL-OVER-OPER
           MOVE "-" TO CHKL-OVER-REASON
           PERFORM LOAD-CLOSE-CHECKLIST
           IF CHKL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:15) TO CHKL-TS
           MOVE SPACES TO CHKL-ANSWERS
           MOVE 0 TO CHKL-PASS-COUNT
           MOVE 0 TO CHKL-FAIL-COUNT
           PERFORM VARYING CHKL-IDX FROM 1 BY 1
                   UNTIL CHKL-IDX > CHKL-COUNT
               PERFORM CHECK-CHECKLIST-ITEM
               IF CHKL-RESULT(CHKL-IDX) = "PASS"
                   ADD 1 TO CHKL-PASS-COUNT
                   MOVE "Y" TO CHKL-ANSWERS(CHKL-IDX:1)
               ELSE
                   MOVE "N" TO CHKL-ANSWERS(CHKL-IDX:1)
                   IF CHKL-MAND(CHKL-IDX) = "M"
                       ADD 1 TO CHKL-FAIL-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF CHKL-FAIL-COUNT = 0
               MOVE "PASS" TO CHKL-OUTCOME
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECKLIST-OVERRIDE
           IF CHKL-REFUSED = 0
               MOVE "OVERRIDE" TO CHKL-OUTCOME
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-RESULT-LINES
           MOVE "Shift not closed" TO RESULT-TITLE
           MOVE CHKL-FAIL-COUNT TO CHKL-COUNT-DISP
           STRING FUNCTION TRIM(CHKL-COUNT-DISP) DELIMITED BY SIZE
               " mandatory checklist item(s) still not done."
                   DELIMITED BY SIZE
               INTO RESULT-LINE1
           END-STRING
           MOVE "Finish them and close the shift again." TO
               RESULT-LINE2
           PERFORM SHOW-ORDER-RESULT

           MOVE SPACES TO AUDIT-ACTION
           STRING "Shift close refused by checklist: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
               " items " DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-ANSWERS) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Shift close refused - checklist not complete"
               TO log-message
           PERFORM LOG-WARN
           .

      * LOAD-CLOSE-CHECKLIST - checklist-<room>.txt for the shift's
      * room, else the shared checklist.txt; neither means CHKL-COUNT
      * stays 0 and the shift closes without one.
       LOAD-CLOSE-CHECKLIST.
           MOVE 0 TO CHKL-COUNT
           MOVE FUNCTION TRIM(SHIFT-ROOM) TO CHKL-ROOM
           IF CHKL-ROOM = SPACES
               MOVE "-" TO CHKL-ROOM
           END-IF

           MOVE "99" TO CHECKLIST-STATUS
           IF CHKL-ROOM NOT = "-"
               MOVE SPACES TO CHECKLIST-PATH
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/checklist-" DELIMITED BY SIZE
                   FUNCTION TRIM(CHKL-ROOM) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO CHECKLIST-PATH
               END-STRING
               OPEN INPUT CHECKLIST-FILE
           END-IF
           IF CHECKLIST-STATUS NOT = "00"
               MOVE SPACES TO CHECKLIST-PATH
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/checklist.txt" DELIMITED BY SIZE
                   INTO CHECKLIST-PATH
               END-STRING
               OPEN INPUT CHECKLIST-FILE
               IF CHECKLIST-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO CHECKLIST-EOF
           PERFORM UNTIL CHECKLIST-EOF = 1
               READ CHECKLIST-FILE
                   AT END
                       MOVE 1 TO CHECKLIST-EOF
                   NOT AT END
                       PERFORM PARSE-CHECKLIST-LINE
               END-READ
           END-PERFORM
           CLOSE CHECKLIST-FILE
           .

      * PARSE-CHECKLIST-LINE - One "kind<TAB>M|O<TAB>text" item. An
      * unknown kind is a manual tick; anything but O is mandatory;
      * the system checks get a stock wording when none is given.
       PARSE-CHECKLIST-LINE.
           IF FUNCTION TRIM(CHECKLIST-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CHECKLIST-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF CHKL-COUNT >= 20
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHKL-F-KIND
           MOVE SPACES TO CHKL-F-MAND
           MOVE SPACES TO CHKL-F-TEXT
           UNSTRING CHECKLIST-LINE DELIMITED BY X"09"
               INTO CHKL-F-KIND
                    CHKL-F-MAND
                    CHKL-F-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHKL-F-KIND))
               TO CHKL-F-KIND
           MOVE FUNCTION UPPER-CASE(CHKL-F-MAND) TO CHKL-F-MAND

           EVALUATE CHKL-F-KIND
               WHEN "DRAWER"
                   IF FUNCTION TRIM(CHKL-F-TEXT) = SPACES
                       MOVE "Cash drawer counted" TO CHKL-F-TEXT
                   END-IF
               WHEN "TABS"
                   IF FUNCTION TRIM(CHKL-F-TEXT) = SPACES
                       MOVE "No open tabs" TO CHKL-F-TEXT
                   END-IF
               WHEN "SPOOL"
                   IF FUNCTION TRIM(CHKL-F-TEXT) = SPACES
                       MOVE "Print spool empty" TO CHKL-F-TEXT
                   END-IF
               WHEN "PENDING"
                   IF FUNCTION TRIM(CHKL-F-TEXT) = SPACES
                       MOVE "Offline sale queue empty" TO CHKL-F-TEXT
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(CHKL-F-TEXT) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "TICK" TO CHKL-F-KIND
           END-EVALUATE

           ADD 1 TO CHKL-COUNT
           MOVE CHKL-F-KIND TO CHKL-KIND(CHKL-COUNT)
           IF CHKL-F-MAND = "O"
               MOVE "O" TO CHKL-MAND(CHKL-COUNT)
           ELSE
               MOVE "M" TO CHKL-MAND(CHKL-COUNT)
           END-IF
           MOVE FUNCTION TRIM(CHKL-F-TEXT) TO CHKL-TEXT(CHKL-COUNT)
           MOVE "FAIL" TO CHKL-RESULT(CHKL-COUNT)
           .

      * CHECK-CHECKLIST-ITEM - Settle item CHKL-IDX: the system
      * kinds from the kiosk's own files, a TICK by asking.
       CHECK-CHECKLIST-ITEM.
           MOVE "FAIL" TO CHKL-RESULT(CHKL-IDX)
           EVALUATE CHKL-KIND(CHKL-IDX)
               WHEN "DRAWER"
                   PERFORM CHECK-DRAWER-COUNTED
                   IF CHKL-DRAWER-OK = 1
                       MOVE "PASS" TO CHKL-RESULT(CHKL-IDX)
                   END-IF
               WHEN "TABS"
                   IF TAB-COUNT = 0
                       MOVE "PASS" TO CHKL-RESULT(CHKL-IDX)
                   END-IF
               WHEN "SPOOL"
                   PERFORM COUNT-SPOOL-JOBS
                   IF CHKL-SPOOL-COUNT = 0
                       MOVE "PASS" TO CHKL-RESULT(CHKL-IDX)
                   END-IF
               WHEN "PENDING"
                   PERFORM COUNT-PENDING-QUEUE
                   IF HB-QUEUE-DEPTH = 0
                       MOVE "PASS" TO CHKL-RESULT(CHKL-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM ASK-CHECKLIST-TICK
           END-EVALUATE
           .

       ASK-CHECKLIST-TICK.
           MOVE CHKL-IDX TO CHKL-SEQ-DISP
           MOVE CHKL-COUNT TO CHKL-COUNT-DISP
           MOVE SPACES TO CHKL-SCR-HEAD
           MOVE 1 TO CHKL-LINE-POS
           STRING "Item " DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-SEQ-DISP) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-COUNT-DISP) DELIMITED BY SIZE
               INTO CHKL-SCR-HEAD WITH POINTER CHKL-LINE-POS
           END-STRING
           IF CHKL-MAND(CHKL-IDX) = "M"
               STRING " - mandatory" DELIMITED BY SIZE
                   INTO CHKL-SCR-HEAD WITH POINTER CHKL-LINE-POS
               END-STRING
           ELSE
               STRING " - optional" DELIMITED BY SIZE
                   INTO CHKL-SCR-HEAD WITH POINTER CHKL-LINE-POS
               END-STRING
           END-IF
           MOVE CHKL-TEXT(CHKL-IDX) TO CHKL-F-TEXT
           MOVE SPACES TO CHKL-TICK-INPUT
           DISPLAY CHECKLIST-ITEM-SCREEN
           ACCEPT CHECKLIST-ITEM-SCREEN
           IF FUNCTION UPPER-CASE(CHKL-TICK-INPUT) = "Y"
               MOVE "PASS" TO CHKL-RESULT(CHKL-IDX)
           ELSE
               MOVE "SKIP" TO CHKL-RESULT(CHKL-IDX)
           END-IF
           .

      * CHECK-DRAWER-COUNTED - CHKL-DRAWER-OK = 1 when drawer.log
      * has a COUNT entry stamped at or after the shift's start.
       CHECK-DRAWER-COUNTED.
           MOVE 0 TO CHKL-DRAWER-OK
           OPEN INPUT DRAWER-FILE
           IF DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CHECKLIST-EOF
           PERFORM UNTIL CHECKLIST-EOF = 1
               READ DRAWER-FILE
                   AT END
                       MOVE 1 TO CHECKLIST-EOF
                   NOT AT END
                       MOVE SPACES TO CHKL-DRAWER-DATE
                       MOVE SPACES TO CHKL-DRAWER-KIND
                       MOVE SPACES TO CHKL-DRAWER-AMT
                       MOVE SPACES TO CHKL-DRAWER-TIME
                       UNSTRING DRAWER-LINE DELIMITED BY X"09"
                           INTO CHKL-DRAWER-DATE
                                CHKL-DRAWER-KIND
                                CHKL-DRAWER-AMT
                                CHKL-DRAWER-TIME
                       END-UNSTRING
                       MOVE CHKL-DRAWER-DATE TO CHKL-DRAWER-TS(1:8)
                       MOVE CHKL-DRAWER-TIME TO CHKL-DRAWER-TS(9:6)
                       IF CHKL-DRAWER-KIND = "COUNT"
                           AND CHKL-DRAWER-TS >= SHIFT-START-TS(1:14)
                           MOVE 1 TO CHKL-DRAWER-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           .

      * COUNT-SPOOL-JOBS - Print jobs still waiting in spool/ or
      * parked in spool/failed/, into CHKL-SPOOL-COUNT.
       COUNT-SPOOL-JOBS.
           MOVE 0 TO CHKL-SPOOL-COUNT
           MOVE SPACES TO SPOOL-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool-list.tmp" DELIMITED BY SIZE
               INTO SPOOL-LIST-PATH
           END-STRING
           MOVE SPACES TO CONFIG-CMD
           STRING
               "find " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool -type f -name 'job-*' 2>/dev/null > "
                   DELIMITED BY SIZE
               FUNCTION TRIM(SPOOL-LIST-PATH) DELIMITED BY SIZE
               INTO CONFIG-CMD
           END-STRING
           CALL "SYSTEM" USING CONFIG-CMD
           END-CALL

           MOVE SPOOL-LIST-PATH TO CHASE-STATE-PATH
           MOVE 0 TO CHASE-STATE-EOF
           OPEN INPUT CHASE-STATE-FILE
           IF CHASE-STATE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHASE-STATE-EOF = 1
               READ CHASE-STATE-FILE
                   AT END
                       MOVE 1 TO CHASE-STATE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CHASE-STATE-LINE) NOT = SPACES
                           ADD 1 TO CHKL-SPOOL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHASE-STATE-FILE
           .

      * CHECKLIST-OVERRIDE - List the failing mandatory items and
      * take a reason; a reason still needs a maintenance operator's
      * own PIN (the admin entry check, as for large returns). The
      * closer's admin identity is put back afterwards, so the rest
      * of the session stays theirs. No reason, or no valid MAINT
      * PIN, leaves CHKL-REFUSED = 1.
       CHECKLIST-OVERRIDE.
           MOVE 1 TO CHKL-REFUSED
           PERFORM CLEAR-RESULT-LINES
           MOVE 0 TO CHKL-LINE-POS
           PERFORM VARYING CHKL-IDX FROM 1 BY 1
                   UNTIL CHKL-IDX > CHKL-COUNT
               IF CHKL-RESULT(CHKL-IDX) NOT = "PASS"
                   AND CHKL-MAND(CHKL-IDX) = "M"
                   AND CHKL-LINE-POS < 5
                   ADD 1 TO CHKL-LINE-POS
                   MOVE CHKL-IDX TO CHKL-SEQ-DISP
                   MOVE SPACES TO LOGB-LINE-TEXT
                   STRING CHKL-SEQ-DISP DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(CHKL-TEXT(CHKL-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       CHKL-RESULT(CHKL-IDX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LOGB-LINE-TEXT
                   END-STRING
                   EVALUATE CHKL-LINE-POS
                       WHEN 1
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE1
                       WHEN 2
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE2
                       WHEN 3
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE3
                       WHEN 4
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE4
                       WHEN 5
                           MOVE LOGB-LINE-TEXT TO RESULT-LINE5
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE CHKL-FAIL-COUNT TO CHKL-COUNT-DISP
           MOVE SPACES TO CHKL-SCR-HEAD
           STRING FUNCTION TRIM(CHKL-COUNT-DISP) DELIMITED BY SIZE
               " mandatory item(s) not done - the shift cannot "
                   DELIMITED BY SIZE
               "close yet." DELIMITED BY SIZE
               INTO CHKL-SCR-HEAD
           END-STRING
           MOVE SPACES TO CHKL-OVER-REASON
           DISPLAY CHECKLIST-OVERRIDE-SCREEN
           ACCEPT CHECKLIST-OVERRIDE-SCREEN
           IF FUNCTION TRIM(CHKL-OVER-REASON) = SPACES
               MOVE "-" TO CHKL-OVER-REASON
               EXIT PARAGRAPH
           END-IF
           INSPECT CHKL-OVER-REASON REPLACING ALL X"09" BY " "

           MOVE ADMIN-OPERATOR TO CHKL-SAVED-OPER
           MOVE ADMIN-ROLE TO CHKL-SAVED-ROLE
           MOVE SPACES TO ADMIN-PIN-INPUT
           MOVE SPACES TO ADMIN-OPER-INPUT
           DISPLAY ADMIN-PIN-SCREEN
           ACCEPT ADMIN-PIN-SCREEN
           PERFORM CHECK-ADMIN-AUTH
           IF ADMIN-AUTH-OK = 1
               PERFORM CHECK-MAINT-ROLE
               IF ROLE-OK = 1
                   MOVE 0 TO CHKL-REFUSED
                   MOVE ADMIN-OPERATOR TO CHKL-OVER-OPER
                   IF CHKL-OVER-OPER = SPACES
                       MOVE "admin" TO CHKL-OVER-OPER
                   END-IF
               END-IF
           END-IF
           MOVE CHKL-SAVED-OPER TO ADMIN-OPERATOR
           MOVE CHKL-SAVED-ROLE TO ADMIN-ROLE
           MOVE 1 TO ADMIN-AUTH-OK

           IF CHKL-REFUSED = 1
               MOVE "-" TO CHKL-OVER-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-ACTION
           STRING "Shift checklist overridden by " DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-OVER-OPER) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(CHKL-OVER-REASON) DELIMITED BY SIZE
               INTO AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

      * WRITE-CHECKLIST-ANSWERS - One shift-checklist.log line per
      * item for the shift just closed (CHECKLIST-REPORT reads it).
       WRITE-CHECKLIST-ANSWERS.
           MOVE "checklist" TO LOCK-NAME
           PERFORM ACQUIRE-FILE-LOCK
           OPEN EXTEND CHECKLIST-LOG-FILE
           IF CHECKLIST-LOG-STATUS = "35"
               OPEN OUTPUT CHECKLIST-LOG-FILE
           END-IF
           PERFORM VARYING CHKL-IDX FROM 1 BY 1
                   UNTIL CHKL-IDX > CHKL-COUNT
               MOVE CHKL-IDX TO CHKL-SEQ-DISP
               MOVE SPACES TO CHECKLIST-LOG-LINE
               STRING
                   FUNCTION TRIM(SHIFT-ID) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   CHKL-TS DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CHKL-ROOM) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CHKL-SEQ-DISP) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CHKL-KIND(CHKL-IDX)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   CHKL-MAND(CHKL-IDX) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   CHKL-RESULT(CHKL-IDX) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(SHIFT-OPERATOR) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(CHKL-TEXT(CHKL-IDX)) DELIMITED BY SIZE
                   INTO CHECKLIST-LOG-LINE
               END-STRING
               WRITE CHECKLIST-LOG-LINE
           END-PERFORM
           CLOSE CHECKLIST-LOG-FILE
           PERFORM RELEASE-FILE-LOCK
           .

      * LOAD-ROOMS-FILE - Read the room directory (id:friendly name,
                       ELSE IF CONFIG-KEY = "HEARTBEATURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO HEARTBEAT-URL
                       ELSE IF CONFIG-KEY = "FICREDITOR"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO FI-CREDITOR
                       ELSE IF CONFIG-KEY = "GUESTLEVEL"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (CONFIG-VALUE)) TO GUEST-PRICE-LEVEL
                       ELSE IF CONFIG-KEY = "SELFTEST"
                           MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                               TO SELFTEST-MODE
                       ELSE IF CONFIG-KEY = "TRAINING"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (CONFIG-VALUE)) TO TRN-ENFORCE
                       ELSE IF CONFIG-KEY = "MIRROR"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO MIRROR-DIR
                       ELSE IF CONFIG-KEY = "BUNDLEURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO BUNDLE-URL
                       ELSE IF CONFIG-KEY = "BUNDLEACKURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO BUNDLE-ACK-URL
                       ELSE IF CONFIG-KEY = "FKEY1"
                           MOVE 1 TO KEYBIND-IDX
                           PERFORM PARSE-FKEY-CONFIG-VALUE
               WRITE CONFIG-LINE
           END-IF

           IF FUNCTION TRIM(FI-CREDITOR) NOT = SPACES
               MOVE SPACES TO CONFIG-LINE
               STRING "FICREDITOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(FI-CREDITOR) DELIMITED BY SIZE
                   INTO CONFIG-LINE
               END-STRING
               WRITE CONFIG-LINE
           END-IF

           MOVE SPACES TO CONFIG-LINE
           STRING "GUESTLEVEL=" DELIMITED BY SIZE
               FUNCTION TRIM(GUEST-PRICE-LEVEL) DELIMITED BY SIZE
               INTO CONFIG-LINE
           END-STRING
           WRITE CONFIG-LINE

           MOVE SPACES TO CONFIG-LINE
           MOVE SELFTEST-MODE TO CONFIG-NUM-TEXT
           STRING "SELFTEST=" DELIMITED BY SIZE
           END-STRING
           WRITE CONFIG-LINE

           MOVE SPACES TO CONFIG-LINE
           STRING "TRAINING=" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-ENFORCE) DELIMITED BY SIZE
               INTO CONFIG-LINE
           END-STRING
           WRITE CONFIG-LINE

           IF FUNCTION TRIM(MIRROR-DIR) NOT = SPACES
               MOVE SPACES TO CONFIG-LINE
               STRING "MIRROR=" DELIMITED BY SIZE
                   FUNCTION TRIM(MIRROR-DIR) DELIMITED BY SIZE
                   INTO CONFIG-LINE
               END-STRING
               WRITE CONFIG-LINE
           END-IF

           IF FUNCTION TRIM(BUNDLE-URL) NOT = SPACES
               MOVE SPACES TO CONFIG-LINE
               STRING "BUNDLEURL=" DELIMITED BY SIZE
                   FUNCTION TRIM(BUNDLE-URL) DELIMITED BY SIZE
                   INTO CONFIG-LINE
               END-STRING
               WRITE CONFIG-LINE
           END-IF

           IF FUNCTION TRIM(BUNDLE-ACK-URL) NOT = SPACES
               MOVE SPACES TO CONFIG-LINE
               STRING "BUNDLEACKURL=" DELIMITED BY SIZE
                   FUNCTION TRIM(BUNDLE-ACK-URL) DELIMITED BY SIZE
                   INTO CONFIG-LINE
               END-STRING
               WRITE CONFIG-LINE
           END-IF

           MOVE 1 TO KEYBIND-IDX
           PERFORM 8 TIMES
               PERFORM WRITE-FKEY-CONFIG-LINE
