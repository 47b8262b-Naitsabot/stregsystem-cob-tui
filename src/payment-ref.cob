      ******************************************************************
      * Author: Naitsabot
      * Purpose: Member payment references with check digit
      * Description:
      *     Every member gets one permanent numeric payment reference
      *     to put on bank and MobilePay top-ups, so BANK-IMPORT can
      *     credit the transfer without guessing from the message
      *     text. The reference is the server member id zero-filled
      *     to 14 digits plus a modulus-10 check digit (weights 2,1,
      *     2,1... from the right, digit products above 9 less 9 -
      *     the FI/+71 rule), 15 digits in all. A mistyped digit or
      *     two swapped neighbours fail the check, so a bad
      *     reference is caught instead of crediting someone else.
      *
      *     Operations (pref-op):
      *       MAKE  - the reference for pref-member-id, and
      *               pref-display as it is printed for the member
      *       CHECK - is pref-reference well formed (15 digits)?
      *               pref-rc = 1 when not; otherwise pref-valid
      *               says whether the check digit is right and
      *               pref-member-id is the member it names
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-REF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 pref-init-done        PIC 9 VALUE 0.

       01 ref-work.
           05 ref-body          PIC 9(14).
           05 ref-body-x REDEFINES ref-body PIC X(14).
           05 ref-check-digit   PIC 9.
           05 ref-given-check   PIC 9.
           05 ref-sum           PIC 9(4) COMP-5.
           05 ref-digit         PIC 9.
           05 ref-product       PIC 99.
           05 ref-pos           PIC 9(4) COMP-5.
           05 ref-weight        PIC 9.
           05 ref-id-text       PIC X(8).
           05 ref-id-len        PIC 9(4) COMP-5.
           05 ref-id-edit       PIC Z(13)9.

       LINKAGE SECTION.
       COPY "copybooks/payment-ref.cpy".

       PROCEDURE DIVISION USING pref-request-data
                                pref-response-data.

       MAIN-LOGIC.
           IF pref-init-done = 0
               MOVE "PAYMENT-REF" TO log-component
               PERFORM LOG-INIT
               MOVE 1 TO pref-init-done
           END-IF

           MOVE 0 TO pref-rc
           MOVE 0 TO pref-valid
           MOVE SPACES TO pref-display

           EVALUATE pref-op
               WHEN "MAKE"
                   PERFORM REF-MAKE
               WHEN "CHECK"
                   PERFORM REF-CHECK
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown payment reference op: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(pref-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 1 TO pref-rc
           END-EVALUATE

           GOBACK.

      * REF-MAKE - Member ids are plain server integers; anything
      * else (blank, "-", an offline placeholder) gets no reference.
       REF-MAKE.
           MOVE SPACES TO pref-reference
           MOVE FUNCTION TRIM(pref-member-id) TO ref-id-text
           MOVE 0 TO ref-id-len
           IF ref-id-text NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ref-id-text))
                   TO ref-id-len
           END-IF
           IF ref-id-len = 0
               MOVE 1 TO pref-rc
               EXIT PARAGRAPH
           END-IF
           IF ref-id-text(1:ref-id-len) IS NOT NUMERIC
               MOVE 1 TO pref-rc
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(ref-id-text(1:ref-id-len)) TO ref-body
           IF ref-body = 0
               MOVE 1 TO pref-rc
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CHECK-DIGIT
           STRING ref-body-x DELIMITED BY SIZE
               ref-check-digit DELIMITED BY SIZE
               INTO pref-reference
           END-STRING

           IF FUNCTION TRIM(pref-creditor) = SPACES
               MOVE pref-reference TO pref-display
           ELSE
               STRING "+71<" DELIMITED BY SIZE
                   pref-reference DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   FUNCTION TRIM(pref-creditor) DELIMITED BY SIZE
                   "<" DELIMITED BY SIZE
                   INTO pref-display
               END-STRING
           END-IF
           .

      * REF-CHECK - Only the shape is checked here; whether the
      * member exists is the caller's business.
       REF-CHECK.
           MOVE SPACES TO pref-member-id
           IF pref-reference IS NOT NUMERIC
               MOVE 1 TO pref-rc
               EXIT PARAGRAPH
           END-IF

           MOVE pref-reference(1:14) TO ref-body-x
           MOVE pref-reference(15:1) TO ref-given-check
           PERFORM COMPUTE-CHECK-DIGIT
           IF ref-check-digit NOT = ref-given-check
               EXIT PARAGRAPH
           END-IF
      *    A valid check digit on an id too long for the kiosk's
      *    member id field cannot be one we issued.
           IF ref-body = 0 OR ref-body > 99999999
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO pref-valid
           MOVE ref-body TO ref-id-edit
           MOVE FUNCTION TRIM(ref-id-edit) TO pref-member-id
           .

      * COMPUTE-CHECK-DIGIT - Modulus 10 over ref-body into
      * ref-check-digit, weighting the rightmost digit 2.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO ref-sum
           MOVE 2 TO ref-weight
           PERFORM VARYING ref-pos FROM 14 BY -1 UNTIL ref-pos < 1
               MOVE ref-body-x(ref-pos:1) TO ref-digit
               COMPUTE ref-product = ref-digit * ref-weight
               IF ref-product > 9
                   SUBTRACT 9 FROM ref-product
               END-IF
               ADD ref-product TO ref-sum
               IF ref-weight = 2
                   MOVE 1 TO ref-weight
               ELSE
                   MOVE 2 TO ref-weight
               END-IF
           END-PERFORM
           COMPUTE ref-check-digit = FUNCTION MOD(10 - FUNCTION MOD(
               ref-sum, 10), 10)
           .

      * Logging procedures
       COPY "copybooks/logging-procedures.cob".

       END PROGRAM PAYMENT-REF.
