           OPEN INPUT vendor-iban-file
           OPEN OUTPUT report-file
           OPEN OUTPUT reject-file
           MOVE SPACES TO report-line
           CALL "report-environment" USING report-line
           WRITE report-line

           PERFORM read-vendor-record
           PERFORM UNTIL vendor-eof
      *> every field is checked here and each line routed to the
      *> accepted batch or the rejects file with a per-field reason,
      *> with control totals (count and sum by currency) printed for
      *> the accepted batch.  A well-formed BIC must also be on the
      *> bank's BIC directory, active, in the IBAN's country, and -
      *> where the directory gives the national bank code - the one
      *> that bank code in the IBAN belongs to.  A value date the
      *> currency's market calendar has closed is rolled to the
      *> next open day - noted on the accepted line - or held,
      *> as value-date-rules.txt says for that currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. validate-payments.

           SELECT base-equiv-file
               ASSIGN TO "payments-base-equivalents.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> One line per payment accepted with its value date rolled
      *> to the market's next open day: "vendor-id,invoice-ref,
      *> original-date,rolled-date".  The accepted line itself
      *> keeps the bank template's seven fields.
           SELECT value-date-rolls-file
               ASSIGN TO "payments-value-date-rolls.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The BIC directory: "bic,institution-name,country,
      *> national-bank-code,active-flag", one line per BIC; an
      *> 8-character entry stands for the head office and every
      *> branch not listed in its own right.
           SELECT bic-directory-file ASSIGN TO "bic-directory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS bic-directory-status.
      *> "currency,ROLL" or "currency,HOLD": what to do with a
      *> payment whose value date its market has closed.  A
      *> currency with no rule is held.
           SELECT value-date-rules-file
               ASSIGN TO "value-date-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS value-date-rules-status.
      *> Keyed vendor master kept by maintain-vendor-master; a
      *> payment to a vendor not on it, or blocked on it, is
      *> rejected.
           SELECT vendor-master-file ASSIGN TO "vendor-master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vm-vendor-id
               STATUS IS vendor-master-status.
      *> held-ibans.txt and fx-rates.txt stay the files the returns
      *> processing and the treasury desk maintain; each run loads
      *> them into these keyed files so the lookups have no limit
      *> on how many entries either list holds.
           SELECT held-keyed-file ASSIGN TO "held-ibans-keyed"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hk-iban
               STATUS IS held-keyed-status.
           SELECT fx-keyed-file ASSIGN TO "fx-rates-keyed"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS fk-key
               STATUS IS fx-keyed-status.
           SELECT bic-keyed-file ASSIGN TO "bic-directory-keyed"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bd-bic
               STATUS IS bic-keyed-status.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS base-equiv-line.
       01  base-equiv-line             PIC X(120).

       FD  value-date-rolls-file
           DATA RECORD IS value-date-roll-line.
       01  value-date-roll-line        PIC X(80).

       FD  bic-directory-file
           DATA RECORD IS bic-directory-record.
       01  bic-directory-record        PIC X(120).

       FD  value-date-rules-file
           DATA RECORD IS value-date-rules-record.
       01  value-date-rules-record     PIC X(20).

      *> Same layout maintain-vendor-master keeps.
       FD  vendor-master-file
           DATA RECORD IS vendor-master-record.
       01  vendor-master-record.
           05  vm-vendor-id            PIC X(20).
           05  vm-legal-name           PIC X(60).
           05  vm-status               PIC X.
               88  vm-active           VALUE "A".
               88  vm-blocked          VALUE "B".
           05  vm-currency             PIC XXX.
           05  vm-payment-terms        PIC X(10).
           05  vm-block-reason         PIC X(30).
           05  vm-added-date           PIC X(10).
           05  vm-changed-date         PIC X(10).
           05  vm-reportable           PIC X.
               88  vm-is-reportable    VALUE "Y".
           05  vm-tax-id               PIC X(20).

      *> Held IBANs upper-cased with the spaces taken out, the way
      *> check-payment-held compares them.
       FD  held-keyed-file
           DATA RECORD IS held-keyed-record.
       01  held-keyed-record.
           05  hk-iban                 PIC X(50).

      *> The first rate listed for a currency and value date is the
      *> one used; a later duplicate is counted and ignored.
       FD  fx-keyed-file
           DATA RECORD IS fx-keyed-record.
       01  fx-keyed-record.
           05  fk-key.
               10  fk-currency         PIC XXX.
               10  fk-date             PIC X(10).
           05  fk-rate                 PIC 9(5)V9(6).

      *> BICs are held at 11 characters, an 8-character one with
      *> the head-office branch "XXX".  The first line listed for
      *> a BIC is the one used; a later duplicate is counted and
      *> ignored.
       FD  bic-keyed-file
           DATA RECORD IS bic-keyed-record.
       01  bic-keyed-record.
           05  bd-bic                  PIC X(11).
           05  bd-country              PIC XX.
           05  bd-bank-code            PIC X(12).
           05  bd-active-flag          PIC X.
               88  bd-active           VALUE "Y".

       WORKING-STORAGE SECTION.
       01  payment-status              PIC XX.
           88  payment-file-ok         VALUES "00" THRU "09".
       01  fx-rates-eof-flag           PIC X VALUE "N".
           88  fx-rates-eof            VALUE "Y".

       01  vendor-master-status        PIC XX.
           88  vendor-master-ok        VALUES "00" THRU "09".
       01  vendor-master-open-flag     PIC X VALUE "N".
           88  vendor-master-open      VALUE "Y".
       01  held-keyed-status           PIC XX.
           88  held-keyed-ok           VALUES "00" THRU "09".
       01  held-keyed-open-flag        PIC X VALUE "N".
           88  held-keyed-open         VALUE "Y".
       01  fx-keyed-status             PIC XX.
           88  fx-keyed-ok             VALUES "00" THRU "09".
       01  fx-keyed-open-flag          PIC X VALUE "N".
           88  fx-keyed-open           VALUE "Y".
       01  bic-keyed-status            PIC XX.
           88  bic-keyed-ok            VALUES "00" THRU "09".
       01  bic-keyed-open-flag         PIC X VALUE "N".
           88  bic-keyed-open          VALUE "Y".
      *> Set when held-ibans.txt is there but could not be keyed;
      *> no payment is accepted without the held check.
       01  held-check-flag             PIC X VALUE "N".
           88  held-check-failed       VALUE "Y".
       01  value-date-rolls-count      PIC 9(5) VALUE ZERO.
       01  value-date-rules-status     PIC XX.
           88  value-date-rules-ok     VALUES "00" THRU "09".
       01  value-date-rules-eof-flag   PIC X VALUE "N".
           88  value-date-rules-eof    VALUE "Y".

       01  num-value-date-rules        PIC 99.
       01  value-date-rules-area.
           03  value-date-rule-entry   OCCURS 1 TO 50 TIMES
                                        DEPENDING ON
                                            num-value-date-rules
                                        INDEXED BY vdr-idx.
               05  vdr-currency        PIC XXX.
               05  vdr-action          PIC X(4).
                   88  vdr-roll        VALUE "ROLL".
       01  vdr-currency-text           PIC X(5).
       01  vdr-action-text             PIC X(10).
       01  roll-value-date-flag        PIC X.
           88  roll-value-date         VALUE "Y".
       01  value-date-rolled-flag      PIC X.
           88  value-date-rolled       VALUE "Y".
       01  original-value-date         PIC X(10).
       01  value-date-yyyymmdd         PIC 9(8).
       01  value-date-int              PIC 9(9).
       01  market-open-flag            PIC X.
           88  market-open             VALUE "Y".
       01  next-open-date-int          PIC 9(9).

       01  bic-directory-status        PIC XX.
           88  bic-directory-ok        VALUES "00" THRU "09".
       01  bic-directory-eof-flag      PIC X VALUE "N".
           88  bic-directory-eof       VALUE "Y".

       01  num-bic-entries             PIC 9(7) VALUE ZERO.
       01  bd-bic-text                 PIC X(15).
       01  bd-name-text                PIC X(70).
       01  bd-country-text             PIC X(5).
       01  bd-bank-code-text           PIC X(15).
       01  bd-active-text              PIC X(5).
       01  bic-duplicates              PIC 9(7) VALUE ZERO.
       01  lookup-bic                  PIC X(11).
       01  bic-found-flag              PIC X.
           88  bic-found               VALUE "Y".

      *> Where the bank code sits in the BBAN, for the countries
      *> where it is not at the front (Italy and San Marino lead
      *> with a check character).
       01  bank-code-offsets-area      VALUE "IT2SM2".
           03  bank-code-offset-entry  OCCURS 2 TIMES
                                        INDEXED BY bco-idx.
               05  bco-country         PIC XX.
               05  bco-offset          PIC 9.
       01  bank-code-start             PIC 99.
       01  bank-code-length            PIC 99.
       01  check-iban                  PIC X(50).

       01  base-currency               PIC XXX VALUE "USD".

       01  num-fx-rates                PIC 9(7) VALUE ZERO.
       01  fx-rate-duplicates          PIC 9(7) VALUE ZERO.
       01  fx-date-text                PIC X(12).
       01  fx-currency-text            PIC X(6).
       01  fx-rate-text                PIC X(14).
       01  held-ibans-eof-flag         PIC X VALUE "N".
           88  held-ibans-eof          VALUE "Y".

       01  num-held-ibans              PIC 9(7) VALUE ZERO.
       01  held-iban-duplicates        PIC 9(7) VALUE ZERO.
       01  held-iban-text              PIC X(50).
       01  compare-held-iban           PIC X(50).

           END-STRING

           PERFORM load-held-ibans
           IF held-check-failed
               DISPLAY "validate-payments: held IBANs could not be "
                   "checked - nothing accepted."
               CLOSE payment-file
               CLOSE accepted-file
               CLOSE reject-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-extra-currencies
           PERFORM load-fx-rates
           PERFORM load-bic-directory
           PERFORM load-value-date-rules
           PERFORM open-vendor-master
           OPEN OUTPUT base-equiv-file
           OPEN OUTPUT value-date-rolls-file

           PERFORM read-payment-record
           PERFORM UNTIL payment-eof
           CLOSE accepted-file
           CLOSE reject-file
           CLOSE base-equiv-file
           CLOSE value-date-rolls-file
           IF vendor-master-open
               CLOSE vendor-master-file
           END-IF
           IF held-keyed-open
               CLOSE held-keyed-file
           END-IF
           IF fx-keyed-open
               CLOSE fx-keyed-file
           END-IF
           IF bic-keyed-open
               CLOSE bic-keyed-file
           END-IF

           DISPLAY "validate-payments: " payments-accepted
               " accepted, " payments-rejected " rejected."
           DISPLAY "validate-payments: reference files used: "
               "held IBANs " num-held-ibans " ("
               held-iban-duplicates " duplicate), FX rates "
               num-fx-rates " (" fx-rate-duplicates " duplicate), "
               "BIC directory " num-bic-entries " ("
               bic-duplicates " duplicate)."
           IF value-date-rolls-count > 0
               DISPLAY "validate-payments: " value-date-rolls-count
                   " value date(s) rolled to the next open day - "
                   "see payments-value-date-rolls.txt"
           END-IF
           DISPLAY "Control totals for the accepted batch:"
           PERFORM VARYING ct-idx FROM 1 BY 1
                   UNTIL ct-idx > num-currency-totals

           MOVE SPACES TO reject-reasons
           MOVE ZERO TO reason-count
           MOVE SPACE TO value-date-rolled-flag

           PERFORM check-payment-vendor
           PERFORM check-payment-iban
           PERFORM check-payment-held
           PERFORM check-payment-bic
           PERFORM check-payment-currency
           PERFORM check-payment-amount
           PERFORM check-payment-value-date
           IF reason-count = ZERO
               PERFORM check-payment-market-day
           END-IF
           IF reason-count = ZERO
               PERFORM check-payment-rate
           END-IF

           IF reason-count = ZERO
               ADD 1 TO payments-accepted
               IF value-date-rolled
                   PERFORM write-rolled-payment
                   PERFORM report-rolled-payment
               ELSE
                   MOVE payment-record TO accepted-line
               END-IF
               WRITE accepted-line
               PERFORM add-currency-total
               PERFORM write-base-equivalent
               WRITE reject-line
           END-IF
           .
      *> Without the master no vendor can be vouched for, so every
      *> payment then fails VENDOR-UNKNOWN rather than slipping by.
       open-vendor-master.
           OPEN INPUT vendor-master-file
           IF vendor-master-ok
               SET vendor-master-open TO TRUE
           ELSE
               DISPLAY "validate-payments: vendor master could not "
                   "be opened (status " vendor-master-status
                   ") - every vendor will be rejected as unknown."
           END-IF
           .
       check-payment-vendor.
           IF NOT vendor-master-open
               PERFORM add-reject-reason-vendor
               EXIT PARAGRAPH
           END-IF
           MOVE pay-vendor-id TO vm-vendor-id
           READ vendor-master-file
               INVALID KEY
                   PERFORM add-reject-reason-vendor
               NOT INVALID KEY
                   IF vm-blocked
                       ADD 1 TO reason-count
                       STRING "VENDOR-BLOCKED;"
                           INTO reject-reasons (FUNCTION LENGTH(
                               FUNCTION TRIM(reject-reasons
                                   TRAILING)) + 1:)
                       END-STRING
                   END-IF
           END-READ
           .
       add-reject-reason-vendor.
           ADD 1 TO reason-count
           STRING "VENDOR-UNKNOWN;"
               INTO reject-reasons (FUNCTION LENGTH(
                   FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
           END-STRING
           .
       check-payment-iban.
           CALL "validate-iban" USING CONTENT pay-iban,
                                       REFERENCE work-flag,
           IF NOT held-ibans-ok
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT held-keyed-file
           IF NOT held-keyed-ok
               DISPLAY "validate-payments: keyed held-IBAN file "
                   "could not be built (status " held-keyed-status
                   ")."
               CLOSE held-ibans-file
               SET held-check-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL held-ibans-eof
               READ held-ibans-file
                   AT END
                       SET held-ibans-eof TO TRUE
                   NOT AT END
                       IF held-iban-record NOT = SPACES
                           PERFORM load-one-held-iban
                       END-IF
               END-READ
           END-PERFORM
           CLOSE held-ibans-file
           CLOSE held-keyed-file
           OPEN INPUT held-keyed-file
           IF held-keyed-ok
               SET held-keyed-open TO TRUE
           ELSE
               DISPLAY "validate-payments: keyed held-IBAN file "
                   "could not be opened (status " held-keyed-status
                   ")."
               SET held-check-failed TO TRUE
           END-IF
           .
       load-one-held-iban.
           MOVE SPACES TO held-iban-text
           UNSTRING held-iban-record
               DELIMITED BY ","
               INTO held-iban-text
           MOVE FUNCTION UPPER-CASE(held-iban-text) TO hk-iban
           CALL "remove-spaces" USING hk-iban
           WRITE held-keyed-record
               INVALID KEY
                   ADD 1 TO held-iban-duplicates
               NOT INVALID KEY
                   ADD 1 TO num-held-ibans
           END-WRITE
           .
      *> A bank return flagged this IBAN; further payments to it
      *> are held until the vendor detail is corrected and the
           MOVE FUNCTION UPPER-CASE(pay-iban)
               TO compare-held-iban
           CALL "remove-spaces" USING compare-held-iban
           MOVE compare-held-iban TO hk-iban
           READ held-keyed-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO reason-count
                   STRING "IBAN-HELD-AFTER-RETURN;"
                       INTO reject-reasons (FUNCTION LENGTH(
                           FUNCTION TRIM(reject-reasons TRAILING))
                           + 1:)
                   END-STRING
           END-READ
           .
      *> A BIC is 8 or 11 characters, letters and digits only.
       check-payment-bic.
           IF (tally NOT = 8 AND tally NOT = 11)
                   OR (tally = 8 AND pay-bic (9:3) NOT = SPACES)
               PERFORM add-reject-reason-bic
           ELSE
               PERFORM check-bic-directory
           END-IF
           .
      *> The branch BIC itself if listed, else its head office.
       check-bic-directory.
           MOVE pay-bic TO lookup-bic
           IF lookup-bic (9:3) = SPACES
               MOVE "XXX" TO lookup-bic (9:3)
           END-IF
           PERFORM find-bic-entry
           IF NOT bic-found AND lookup-bic (9:3) NOT = "XXX"
               MOVE "XXX" TO lookup-bic (9:3)
               PERFORM find-bic-entry
           END-IF
           IF NOT bic-found
               ADD 1 TO reason-count
               STRING "BIC-NOT-IN-DIRECTORY;"
                   INTO reject-reasons (FUNCTION LENGTH(
                       FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF NOT bd-active
               ADD 1 TO reason-count
               STRING "BIC-INACTIVE;"
                   INTO reject-reasons (FUNCTION LENGTH(
                       FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
               END-STRING
           END-IF

           MOVE FUNCTION UPPER-CASE(pay-iban) TO check-iban
           CALL "remove-spaces" USING check-iban
           IF bd-country NOT = check-iban (1:2)
               ADD 1 TO reason-count
               STRING "BIC-COUNTRY-NOT-IBAN-COUNTRY;"
                   INTO reject-reasons (FUNCTION LENGTH(
                       FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF bd-bank-code = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO bank-code-start
           SET bco-idx TO 1
           SEARCH bank-code-offset-entry
               AT END
                   CONTINUE
               WHEN bco-country (bco-idx) = check-iban (1:2)
                   COMPUTE bank-code-start =
                       4 + bco-offset (bco-idx)
           END-SEARCH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(bd-bank-code))
               TO bank-code-length
           IF check-iban (bank-code-start:bank-code-length)
                   NOT = bd-bank-code (1:bank-code-length)
               ADD 1 TO reason-count
               STRING "IBAN-BANK-CODE-NOT-OF-BIC;"
                   INTO reject-reasons (FUNCTION LENGTH(
                       FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
               END-STRING
           END-IF
           .
       find-bic-entry.
           MOVE SPACE TO bic-found-flag
           IF num-bic-entries = 0
               EXIT PARAGRAPH
           END-IF
           MOVE lookup-bic TO bd-bic
           READ bic-keyed-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET bic-found TO TRUE
           END-READ
           .
      *> Without the directory no BIC can be vouched for, so every
      *> payment then fails BIC-NOT-IN-DIRECTORY rather than
      *> slipping by.
       load-bic-directory.
           OPEN INPUT bic-directory-file
           IF NOT bic-directory-ok
               DISPLAY "validate-payments: BIC directory could not "
                   "be opened (status " bic-directory-status
                   ") - every BIC will be rejected as unknown."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT bic-keyed-file
           IF NOT bic-keyed-ok
               DISPLAY "validate-payments: keyed BIC directory "
                   "could not be built (status " bic-keyed-status
                   ") - every BIC will be rejected as unknown."
               CLOSE bic-directory-file
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL bic-directory-eof
               READ bic-directory-file
                   AT END
                       SET bic-directory-eof TO TRUE
                   NOT AT END
                       IF bic-directory-record NOT = SPACES
                           PERFORM load-one-bic-entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE bic-directory-file
           CLOSE bic-keyed-file
           OPEN INPUT bic-keyed-file
           IF bic-keyed-ok
               SET bic-keyed-open TO TRUE
           ELSE
               DISPLAY "validate-payments: keyed BIC directory "
                   "could not be opened (status " bic-keyed-status
                   ") - every BIC will be rejected as unknown."
               MOVE ZERO TO num-bic-entries
           END-IF
           .
       load-one-bic-entry.
           MOVE SPACES TO bd-bic-text, bd-name-text,
               bd-country-text, bd-bank-code-text, bd-active-text
           UNSTRING bic-directory-record DELIMITED BY ","
               INTO bd-bic-text, bd-name-text, bd-country-text,
                   bd-bank-code-text, bd-active-text
           MOVE FUNCTION UPPER-CASE(bd-bic-text) TO bd-bic
           IF bd-bic (9:3) = SPACES
               MOVE "XXX" TO bd-bic (9:3)
           END-IF
           MOVE FUNCTION UPPER-CASE(bd-country-text) TO bd-country
           IF bd-country = SPACES
               MOVE bd-bic (5:2) TO bd-country
           END-IF
           MOVE FUNCTION UPPER-CASE(bd-bank-code-text)
               TO check-iban
           CALL "remove-spaces" USING check-iban
           MOVE check-iban TO bd-bank-code
           MOVE FUNCTION UPPER-CASE(bd-active-text)
               TO bd-active-flag
           WRITE bic-keyed-record
               INVALID KEY
                   ADD 1 TO bic-duplicates
               NOT INVALID KEY
                   ADD 1 TO num-bic-entries
           END-WRITE
           .
       add-reject-reason-bic.
           ADD 1 TO reason-count
               END-STRING
           END-IF
           .
      *> A value date on a day the currency's market is shut would
      *> bounce or settle late; it moves to the next open day where
      *> the currency's rule says ROLL, and is held otherwise.
       check-payment-market-day.
           MOVE pay-value-date (1:4) TO value-date-yyyymmdd (1:4)
           MOVE pay-value-date (6:2) TO value-date-yyyymmdd (5:2)
           MOVE pay-value-date (9:2) TO value-date-yyyymmdd (7:2)
           IF value-date-yyyymmdd NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE value-date-int =
               FUNCTION INTEGER-OF-DATE(value-date-yyyymmdd)
           CALL "market-business-day" USING pay-currency,
               value-date-int, market-open-flag, next-open-date-int
           IF market-open
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO roll-value-date-flag
           IF num-value-date-rules > 0
               SET vdr-idx TO 1
               SEARCH value-date-rule-entry
                   AT END
                       CONTINUE
                   WHEN vdr-currency (vdr-idx) = pay-currency
                       IF vdr-roll (vdr-idx)
                           SET roll-value-date TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF NOT roll-value-date
               ADD 1 TO reason-count
               STRING "VALUE-DATE-MARKET-CLOSED;"
                   INTO reject-reasons (FUNCTION LENGTH(
                       FUNCTION TRIM(reject-reasons TRAILING)) + 1:)
               END-STRING
               EXIT PARAGRAPH
           END-IF

           SET value-date-rolled TO TRUE
           MOVE pay-value-date TO original-value-date
           MOVE FUNCTION DATE-OF-INTEGER(next-open-date-int)
               TO value-date-yyyymmdd
           MOVE SPACES TO pay-value-date
           STRING value-date-yyyymmdd (1:4) "-"
               value-date-yyyymmdd (5:2) "-"
               value-date-yyyymmdd (7:2)
               DELIMITED BY SIZE INTO pay-value-date
           END-STRING
           .
      *> The accepted line carries the rolled value date in the
      *> usual seven fields; the date it was rolled from goes on
      *> the value-date-rolls report.
       write-rolled-payment.
           MOVE SPACES TO accepted-line
           STRING FUNCTION TRIM(pay-vendor-id) ","
               FUNCTION TRIM(pay-iban) ","
               FUNCTION TRIM(pay-bic) ","
               pay-currency ","
               FUNCTION TRIM(pay-amount-text) ","
               pay-value-date ","
               FUNCTION TRIM(pay-invoice-ref)
               DELIMITED BY SIZE INTO accepted-line
           END-STRING
           .
       report-rolled-payment.
           ADD 1 TO value-date-rolls-count
           MOVE SPACES TO value-date-roll-line
           STRING FUNCTION TRIM(pay-vendor-id) ","
               FUNCTION TRIM(pay-invoice-ref) ","
               original-value-date ","
               pay-value-date
               DELIMITED BY SIZE INTO value-date-roll-line
           END-STRING
           WRITE value-date-roll-line
           .
       load-value-date-rules.
           OPEN INPUT value-date-rules-file
           IF NOT value-date-rules-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL value-date-rules-eof
               READ value-date-rules-file
                   AT END
                       SET value-date-rules-eof TO TRUE
                   NOT AT END
                       IF value-date-rules-record NOT = SPACES
                               AND num-value-date-rules < 50
                           MOVE SPACES TO vdr-currency-text,
                               vdr-action-text
                           UNSTRING value-date-rules-record
                               DELIMITED BY ","
                               INTO vdr-currency-text,
                                   vdr-action-text
                           ADD 1 TO num-value-date-rules
                           MOVE FUNCTION UPPER-CASE(
                               vdr-currency-text)
                               TO vdr-currency
                                   (num-value-date-rules)
                           MOVE FUNCTION UPPER-CASE(
                               vdr-action-text)
                               TO vdr-action
                                   (num-value-date-rules)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE value-date-rules-file
           .
       load-extra-currencies.
           OPEN INPUT currencies-file
           IF NOT currencies-file-ok
           IF NOT fx-rates-file-ok
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT fx-keyed-file
           IF NOT fx-keyed-ok
               DISPLAY "validate-payments: keyed FX rate file "
                   "could not be built (status " fx-keyed-status
                   ")."
               CLOSE fx-rates-file
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fx-rates-eof
               READ fx-rates-file
                   AT END
               END-READ
           END-PERFORM
           CLOSE fx-rates-file
           CLOSE fx-keyed-file
           OPEN INPUT fx-keyed-file
           IF fx-keyed-ok
               SET fx-keyed-open TO TRUE
           ELSE
               DISPLAY "validate-payments: keyed FX rate file "
                   "could not be opened (status " fx-keyed-status
                   ")."
               MOVE ZERO TO num-fx-rates
           END-IF
           .
       load-one-fx-rate.
           IF fx-rates-record = SPACES
                   TO base-currency
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fx-date-text, fx-currency-text,
               fx-rate-text
           UNSTRING fx-rates-record DELIMITED BY ","
           IF fx-rate-text = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE fx-date-text (1:10) TO fk-date
           MOVE FUNCTION UPPER-CASE(fx-currency-text (1:3))
               TO fk-currency
           COMPUTE fk-rate = FUNCTION NUMVAL(fx-rate-text)
           WRITE fx-keyed-record
               INVALID KEY
                   ADD 1 TO fx-rate-duplicates
               NOT INVALID KEY
                   ADD 1 TO num-fx-rates
           END-WRITE
           .
      *> The base currency needs no rate; anything else needs one
      *> for its own value date - a payment with none is held, not
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO rate-found-flag
           IF num-fx-rates > 0
               MOVE pay-currency   TO fk-currency
               MOVE pay-value-date TO fk-date
               READ fx-keyed-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET rate-found TO TRUE
                       MOVE fk-rate TO pay-rate
               END-READ
           END-IF
           IF NOT rate-found
               ADD 1 TO reason-count
               STRING "CURRENCY-NO-RATE-FOR-VALUE-DATE;"
               05  he-amount           PIC X(15).
               05  he-invoice-ref      PIC X(20).
      *> Carried but never matched on: the RETURNED mark the
      *> bank-returns processing stamps on a bounced payment, and
      *> the RECALL-PENDING / RECALLED marks of the recall
      *> workflow, must survive this program's rewrite of the
      *> history.
               05  he-status           PIC X(16).

       01  num-released-refs           PIC 9(3).
       01  released-refs-area.
      *> both operators in payment-release-log.txt, timestamped the
      *> way the passfile audit entries are.  Anything short of two
      *> distinct approvals leaves everything pending and ends
      *> non-zero.  When submission-format.txt holds
      *>     PAIN001,debtor-name,debtor-iban,debtor-bic
      *> the submission goes to the bank as an ISO 20022 pain.001
      *> credit transfer, payments-submission.xml - one payment
      *> information block per value date and currency - and the
      *> CCY and TRL control lines the CSV submission carries are
      *> written to payments-submission-totals.txt to balance it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payment-release.

           SELECT pending-file ASSIGN TO "payments-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS pending-status.
      *> The run's working copy of the pending state, keyed by the
      *> order each payment was queued in so the submission keeps
      *> the order payments-pending.txt holds them in.
           SELECT pending-keyed-file
               ASSIGN TO "payments-pending-keyed"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pk-seq
               STATUS IS pending-keyed-status.
           SELECT approvals-file ASSIGN TO "release-approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS approvals-status.
           SELECT submission-file ASSIGN TO "payments-submission.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS submission-status.
           SELECT format-file ASSIGN TO "submission-format.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS format-status.
           SELECT pain-file ASSIGN TO "payments-submission.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS pain-status.
           SELECT submission-totals-file
               ASSIGN TO "payments-submission-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS submission-totals-status.
           SELECT release-log-file ASSIGN TO "payment-release-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS release-log-status.
               ASSIGN TO "payments-released.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS released-ledger-status.
      *> AP invoice register match-invoices checks payments
      *> against; released payments are booked onto it here.
           SELECT invoice-file ASSIGN TO "ap-invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS invoice-status.
           SELECT invoice-new-file ASSIGN TO "ap-invoices.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS invoice-new-status.
      *> Keyed vendor master kept by maintain-vendor-master; the
      *> pain.001 creditor name is the vendor's legal name on it.
           SELECT vendor-master-file ASSIGN TO "vendor-master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vm-vendor-id
               STATUS IS vendor-master-status.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS pending-record.
       01  pending-record              PIC X(160).

       FD  pending-keyed-file
           DATA RECORD IS pending-keyed-record.
       01  pending-keyed-record.
           05  pk-seq                  PIC 9(9).
           05  pk-payment              PIC X(160).

       FD  approvals-file
           DATA RECORD IS approval-record.
       01  approval-record             PIC X(8).
           DATA RECORD IS submission-line.
       01  submission-line             PIC X(170).

       FD  format-file
           DATA RECORD IS format-record.
       01  format-record               PIC X(160).

       FD  pain-file
           DATA RECORD IS pain-line.
       01  pain-line                   PIC X(200).

       FD  submission-totals-file
           DATA RECORD IS submission-totals-line.
       01  submission-totals-line      PIC X(170).

       FD  release-log-file
           DATA RECORD IS release-log-line.
       01  release-log-line            PIC X(160).

      *> "release-date,amount,value-date,invoice-ref,iban,currency,
      *> vendor-id" - the fields the statement reconciliation
      *> matches on, with the currency the cash forecast buckets by
      *> and the vendor the year-end tax reporting totals by.
       FD  released-ledger-file
           DATA RECORD IS released-ledger-record.
       01  released-ledger-record      PIC X(120).

      *> "vendor-id,invoice-no,amount,currency,due-date,status,
      *> paid-amount".
       FD  invoice-file
           DATA RECORD IS invoice-record.
       01  invoice-record              PIC X(120).

       FD  invoice-new-file
           DATA RECORD IS invoice-new-record.
       01  invoice-new-record          PIC X(120).

      *> Same layout maintain-vendor-master keeps.
       FD  vendor-master-file
           DATA RECORD IS vendor-master-record.
       01  vendor-master-record.
           05  vm-vendor-id            PIC X(20).
           05  vm-legal-name           PIC X(60).
           05  vm-status               PIC X.
               88  vm-active           VALUE "A".
               88  vm-blocked          VALUE "B".
           05  vm-currency             PIC XXX.
           05  vm-payment-terms        PIC X(10).
           05  vm-block-reason         PIC X(30).
           05  vm-added-date           PIC X(10).
           05  vm-changed-date         PIC X(10).
           05  vm-reportable           PIC X.
               88  vm-is-reportable    VALUE "Y".
           05  vm-tax-id               PIC X(20).

       WORKING-STORAGE SECTION.
       01  final-status                PIC XX.
           88  final-file-ok           VALUES "00" THRU "09".
       01  released-ledger-status      PIC XX.
           88  released-ledger-ok      VALUES "00" THRU "09".
       01  invoice-status              PIC XX.
           88  invoice-file-ok         VALUES "00" THRU "09".
       01  invoice-eof-flag            PIC X VALUE "N".
           88  invoice-eof             VALUE "Y".
       01  invoice-new-status          PIC XX.
           88  invoice-new-ok          VALUES "00" THRU "09".
      *> Set when the released batch could not be booked to the
      *> invoice register; the run still ends non-zero once the
      *> release itself is complete.
       01  invoice-booking-flag        PIC X VALUE "N".
           88  invoice-booking-failed  VALUE "Y".
       01  vendor-master-status        PIC XX.
           88  vendor-master-ok        VALUES "00" THRU "09".
       01  vendor-master-open-flag     PIC X VALUE "N".
           88  vendor-master-open      VALUE "Y".
       01  pending-status              PIC XX.
           88  pending-file-ok         VALUES "00" THRU "09".
       01  pending-keyed-status        PIC XX.
           88  pending-keyed-ok        VALUES "00" THRU "09".
       01  approvals-status            PIC XX.
           88  approvals-file-ok       VALUES "00" THRU "09".
       01  submission-status           PIC XX.
           88  submission-file-ok      VALUES "00" THRU "09".
       01  release-log-status          PIC XX.
           88  release-log-ok          VALUES "00" THRU "09".
       01  format-status               PIC XX.
           88  format-file-ok          VALUES "00" THRU "09".
       01  pain-status                 PIC XX.
           88  pain-file-ok            VALUES "00" THRU "09".
       01  submission-totals-status    PIC XX.
           88  submission-totals-ok    VALUES "00" THRU "09".

       01  final-eof-flag              PIC X VALUE "N".
           88  final-eof               VALUE "Y".
       01  approvals-eof-flag          PIC X VALUE "N".
           88  approvals-eof           VALUE "Y".

       01  num-pending                 PIC 9(9) VALUE ZERO.
       01  pending-store-flag          PIC X VALUE "N".
           88  pending-store-built     VALUE "Y".
       01  pending-scan-eof-flag       PIC X VALUE "N".
           88  pending-scan-eof        VALUE "Y".
      *> Payments the keyed pending store would not take; a
      *> non-zero count refuses the whole fold - money must never
      *> be silently dropped on the floor.
       01  pending-unstored-count      PIC 9(9) VALUE ZERO.

       01  first-operator              PIC X(8).
       01  second-operator             PIC X(8).
       01  pay-amount-text             PIC X(15).
       01  pay-value-date              PIC X(10).
       01  pay-invoice-ref             PIC X(20).
       01  pay-amount                  PIC 9(9)V99.

      *> The register as read, whole lines kept so the fields this
      *> program does not touch go back out exactly as they came.
       01  num-invoices                PIC 9(4).
       01  invoices-area.
           03  invoice-entry           OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON num-invoices
                                        INDEXED BY inv-idx.
               05  iv-line             PIC X(120).
               05  iv-vendor-id        PIC X(20).
               05  iv-invoice-no       PIC X(20).
               05  iv-amount-text      PIC X(15).
               05  iv-currency-text    PIC X(5).
               05  iv-due-text         PIC X(10).
               05  iv-status           PIC X(10).
               05  iv-paid-amount      PIC 9(9)V99.
               05  iv-booked-flag      PIC X.
                   88  iv-booked       VALUE "Y".
       01  iv-paid-text                PIC X(15).
       01  iv-paid-edited              PIC Z(8)9.99.
       01  invoices-booked-count       PIC 9(5).
       01  invoices-unbooked-count     PIC 9(5).

       01  item-count                  PIC 9(5).
       01  amount-hash-total           PIC 9(13)V99.
               05  su-count            PIC 9(5).
               05  su-amount           PIC 9(13)V99.
       01  su-amount-edited            PIC Z(12)9.99.
       01  control-total-line          PIC X(170).

       01  submission-format           PIC X(8) VALUE "CSV".
           88  pain-submission         VALUE "PAIN001".
       01  debtor-name                 PIC X(70).
       01  debtor-iban                 PIC X(34).
       01  debtor-bic                  PIC X(11).

      *> One pain.001 payment information block per value date
      *> and currency.
       01  num-pain-groups             PIC 9(3).
       01  pain-groups-area.
           03  pain-group-entry        OCCURS 1 TO 500 TIMES
                                        DEPENDING ON num-pain-groups
                                        INDEXED BY grp-idx.
               05  pg-value-date       PIC X(10).
               05  pg-currency         PIC XXX.
               05  pg-count            PIC 9(5).
               05  pg-amount           PIC 9(13)V99.
       01  pain-group-overflow-count   PIC 9(5).
       01  pain-message-id             PIC X(20).
       01  pain-group-no               PIC 999.
       01  pain-indent                 PIC 99.
       01  pain-tag                    PIC X(20).
       01  pain-value                  PIC X(150).
       01  pain-count-edited           PIC Z(4)9.
       01  pain-amount-edited          PIC Z(12)9.99.
       01  line-pointer                PIC 999.
      *> Free text going into the XML has its markup characters
      *> escaped.
       01  escape-source                   PIC X(70).
       01  escaped-text                    PIC X(150).
       01  escape-char-pos                 PIC 99.
       01  escape-length                   PIC 99.

       01  release-stamp               PIC X(21).
       01  final-name                  PIC X(20)
                                        VALUE "release-approvals.txt".
       01  pending-name                PIC X(24)
                                        VALUE "payments-pending.txt".
       01  invoice-name                PIC X(24)
                                        VALUE "ap-invoices.txt".
       01  invoice-new-name            PIC X(24)
                                        VALUE "ap-invoices.txt.new".

       01  guarded-function            PIC X(20).
       01  auth-allowed-flag           PIC X.
           END-IF

           PERFORM load-pending-store
           IF NOT pending-store-built
               DISPLAY "payment-release: keyed pending store could "
                   "not be built (status " pending-keyed-status
                   ") - nothing folded or consumed."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM fold-final-batch
           CLOSE pending-keyed-file
           IF pending-unstored-count > 0
               DISPLAY "*** PENDING STORE WRITE FAILED *** "
                   pending-unstored-count " payment(s) could "
                   "not be stored - nothing folded or consumed."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "payment-release: nothing pending release."
               GOBACK
           END-IF
           DISPLAY "payment-release: pending store holds "
               num-pending " payment record(s)."

           PERFORM rewrite-pending-store

               GOBACK
           END-IF

           PERFORM read-submission-format
           IF pain-submission
               IF debtor-iban = SPACES
                   DISPLAY "payment-release: pain.001 submission "
                       "has no debtor IBAN on submission-format.txt"
                       " - nothing released."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF debtor-bic = SPACES
                   DISPLAY "payment-release: pain.001 submission "
                       "has no debtor BIC on submission-format.txt"
                       " - nothing released."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM open-vendor-master
               PERFORM build-pain-submission
               IF vendor-master-open
                   CLOSE vendor-master-file
               END-IF
           ELSE
               PERFORM build-submission-file
           END-IF
           PERFORM append-released-ledger
           PERFORM book-invoice-payments
           PERFORM record-release
           PERFORM consume-release-inputs

               "released to the bank submission, approved by "
               FUNCTION TRIM(first-operator) " and "
               FUNCTION TRIM(second-operator) "."
           IF invoice-booking-failed
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *> Builds the keyed pending store afresh from
      *> payments-pending.txt; the text file stays the pending state
      *> of record, since match-invoices and the cash forecast
      *> read it.
       load-pending-store.
           OPEN OUTPUT pending-keyed-file
           IF NOT pending-keyed-ok
               EXIT PARAGRAPH
           END-IF
           SET pending-store-built TO TRUE
           OPEN INPUT pending-file
           IF NOT pending-file-ok
               EXIT PARAGRAPH
                       SET pending-eof TO TRUE
                   NOT AT END
                       IF pending-record NOT = SPACES
                           MOVE pending-record TO pk-payment
                           PERFORM store-pending-payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE pending-file
           .
       store-pending-payment.
           ADD 1 TO num-pending
           MOVE num-pending TO pk-seq
           WRITE pending-keyed-record
               INVALID KEY
                   SUBTRACT 1 FROM num-pending
                   ADD 1 TO pending-unstored-count
           END-WRITE
           .
      *> The clean batch moves from payments-final.txt into the
      *> pending state and the file is consumed, so a rerun can't
      *> queue the same batch twice.
                       SET final-eof TO TRUE
                   NOT AT END
                       IF final-record NOT = SPACES
                           MOVE final-record TO pk-payment
                           PERFORM store-pending-payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE final-file
           *> the batch is consumed only once every line of it is
           *> safely in the pending state
           IF pending-unstored-count = 0
               CALL "CBL_DELETE_FILE" USING final-name
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       rewrite-pending-store.
           OPEN OUTPUT pending-file
           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               MOVE pk-payment TO pending-record
               WRITE pending-record
               PERFORM read-next-pending
           END-PERFORM
           CLOSE pending-file
           .
      *> Every pass over the pending payments reads the keyed store
      *> from the top; pk-payment holds the current one until
      *> pending-scan-eof is set.
       open-pending-scan.
           MOVE "N" TO pending-scan-eof-flag
           OPEN INPUT pending-keyed-file
           IF NOT pending-keyed-ok
               DISPLAY "payment-release: keyed pending store could "
                   "not be read (status " pending-keyed-status
                   ") - run stopped."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM read-next-pending
           .
       read-next-pending.
           READ pending-keyed-file
               AT END
                   SET pending-scan-eof TO TRUE
                   CLOSE pending-keyed-file
           END-READ
           .
       read-approvals.
           MOVE SPACES TO first-operator, second-operator
           OPEN INPUT approvals-file

           MOVE ZERO TO item-count, amount-hash-total,
               iban-hash-total
           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               PERFORM write-one-submission-detail
               PERFORM read-next-pending
           END-PERFORM

           PERFORM VARYING subcur-idx FROM 1 BY 1
                   UNTIL subcur-idx > num-sub-currencies
               PERFORM format-currency-control
               MOVE control-total-line TO submission-line
               WRITE submission-line
           END-PERFORM

           PERFORM format-submission-trailer
           MOVE control-total-line TO submission-line
           WRITE submission-line
           CLOSE submission-file
           .
       format-currency-control.
           MOVE su-amount (subcur-idx) TO su-amount-edited
           MOVE SPACES TO control-total-line
           STRING "CCY," su-currency (subcur-idx) ","
               su-count (subcur-idx) ","
               FUNCTION TRIM(su-amount-edited)
               INTO control-total-line
           END-STRING
           .
       format-submission-trailer.
           MOVE amount-hash-total TO amount-hash-edited
           MOVE SPACES TO control-total-line
           STRING "TRL," item-count ","
               FUNCTION TRIM(amount-hash-edited) ","
               iban-hash-total
               INTO control-total-line
           END-STRING
           .
       add-submission-currency.
           IF num-sub-currencies > 0
           END-IF
           .
       write-one-submission-detail.
           PERFORM total-one-submission-detail
           MOVE SPACES TO submission-line
           STRING "DTL," FUNCTION TRIM(pk-payment)
               INTO submission-line
           END-STRING
           WRITE submission-line
           .
      *> Count and hash one payment into the control totals, the
      *> same whichever form the submission takes.
       total-one-submission-detail.
           ADD 1 TO item-count
           MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
               pay-currency, pay-amount-text, pay-value-date,
               pay-invoice-ref
           UNSTRING pk-payment DELIMITED BY ","
               INTO pay-vendor-id, pay-iban, pay-bic, pay-currency,
                   pay-amount-text, pay-value-date, pay-invoice-ref

                   + FUNCTION ORD(pay-iban (iban-char-pos:1))
                       * iban-char-pos, 999999999999999)
           END-PERFORM
           .
       read-submission-format.
           OPEN INPUT format-file
           IF NOT format-file-ok
               EXIT PARAGRAPH
           END-IF
           READ format-file
               AT END
                   MOVE SPACES TO format-record
           END-READ
           CLOSE format-file
           MOVE SPACES TO debtor-name, debtor-iban, debtor-bic
           UNSTRING format-record DELIMITED BY ","
               INTO submission-format, debtor-name, debtor-iban,
                   debtor-bic
           MOVE FUNCTION UPPER-CASE(submission-format)
               TO submission-format
           IF submission-format = SPACES
               MOVE "CSV" TO submission-format
           END-IF
           .
      *> pain.001.001.03 customer credit transfer initiation: the
      *> group header carries the message id, transaction count and
      *> control sum; each value date and currency gets a payment
      *> information block, and each payment a transaction with the
      *> creditor IBAN and BIC and the invoice-ref as remittance
      *> information.  The control sum is the same sum of amounts
      *> the CSV trailer hashes.
       build-pain-submission.
           MOVE ZERO TO item-count, amount-hash-total,
               iban-hash-total
           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               PERFORM total-one-submission-detail
               PERFORM add-pain-group
               PERFORM read-next-pending
           END-PERFORM
           IF pain-group-overflow-count > 0
               DISPLAY "payment-release: more than 500 value date "
                   "and currency groups - nothing released."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT pain-file
           OPEN OUTPUT submission-totals-file
           IF NOT pain-file-ok OR NOT submission-totals-ok
               DISPLAY "payment-release: submission file could not "
                   "be opened - nothing released."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:21) TO release-stamp
           MOVE SPACES TO pain-message-id
           STRING "REL" release-stamp (1:14)
               DELIMITED BY SIZE INTO pain-message-id
           END-STRING

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO pain-line
           WRITE pain-line
           MOVE SPACES TO pain-line
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:'
               'xsd:pain.001.001.03">'
               DELIMITED BY SIZE INTO pain-line
           END-STRING
           WRITE pain-line
           MOVE 2 TO pain-indent
           MOVE "CstmrCdtTrfInitn" TO pain-tag
           PERFORM write-pain-open-tag

           MOVE 4 TO pain-indent
           MOVE "GrpHdr" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 6 TO pain-indent
           MOVE "MsgId" TO pain-tag
           MOVE pain-message-id TO pain-value
           PERFORM write-pain-element
           MOVE "CreDtTm" TO pain-tag
           MOVE SPACES TO pain-value
           STRING release-stamp (1:4) "-" release-stamp (5:2) "-"
               release-stamp (7:2) "T" release-stamp (9:2) ":"
               release-stamp (11:2) ":" release-stamp (13:2)
               DELIMITED BY SIZE INTO pain-value
           END-STRING
           PERFORM write-pain-element
           MOVE "NbOfTxs" TO pain-tag
           MOVE item-count TO pain-count-edited
           MOVE pain-count-edited TO pain-value
           PERFORM write-pain-element
           MOVE "CtrlSum" TO pain-tag
           MOVE amount-hash-total TO pain-amount-edited
           MOVE pain-amount-edited TO pain-value
           PERFORM write-pain-element
           MOVE "InitgPty" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 8 TO pain-indent
           MOVE debtor-name TO escape-source
           PERFORM escape-escaped-text
           MOVE "Nm" TO pain-tag
           MOVE escaped-text TO pain-value
           PERFORM write-pain-element
           MOVE 6 TO pain-indent
           MOVE "InitgPty" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE 4 TO pain-indent
           MOVE "GrpHdr" TO pain-tag
           PERFORM write-pain-close-tag

           PERFORM VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > num-pain-groups
               PERFORM write-pain-payment-block
           END-PERFORM

           MOVE 2 TO pain-indent
           MOVE "CstmrCdtTrfInitn" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE "</Document>" TO pain-line
           WRITE pain-line
           CLOSE pain-file

           PERFORM VARYING subcur-idx FROM 1 BY 1
                   UNTIL subcur-idx > num-sub-currencies
               PERFORM format-currency-control
               MOVE control-total-line TO submission-totals-line
               WRITE submission-totals-line
           END-PERFORM
           PERFORM format-submission-trailer
           MOVE control-total-line TO submission-totals-line
           WRITE submission-totals-line
           CLOSE submission-totals-file
           .
       add-pain-group.
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(pay-amount-text)) = 0
               COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text)
           ELSE
               MOVE ZERO TO pay-amount
           END-IF
           SET grp-idx TO 1
           IF num-pain-groups > 0
               SEARCH pain-group-entry
                   AT END
                       SET grp-idx TO num-pain-groups
                       SET grp-idx UP BY 1
                   WHEN pg-value-date (grp-idx) = pay-value-date
                           AND pg-currency (grp-idx) = pay-currency
                       ADD 1 TO pg-count (grp-idx)
                       ADD pay-amount TO pg-amount (grp-idx)
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF num-pain-groups = 500
               ADD 1 TO pain-group-overflow-count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-pain-groups
           MOVE pay-value-date TO pg-value-date (num-pain-groups)
           MOVE pay-currency TO pg-currency (num-pain-groups)
           MOVE 1 TO pg-count (num-pain-groups)
           MOVE pay-amount TO pg-amount (num-pain-groups)
           .
       write-pain-payment-block.
           SET pain-group-no TO grp-idx
           MOVE 4 TO pain-indent
           MOVE "PmtInf" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 6 TO pain-indent
           MOVE "PmtInfId" TO pain-tag
           MOVE SPACES TO pain-value
           STRING FUNCTION TRIM(pain-message-id) "-" pain-group-no
               DELIMITED BY SIZE INTO pain-value
           END-STRING
           PERFORM write-pain-element
           MOVE "PmtMtd" TO pain-tag
           MOVE "TRF" TO pain-value
           PERFORM write-pain-element
           MOVE "NbOfTxs" TO pain-tag
           MOVE pg-count (grp-idx) TO pain-count-edited
           MOVE pain-count-edited TO pain-value
           PERFORM write-pain-element
           MOVE "CtrlSum" TO pain-tag
           MOVE pg-amount (grp-idx) TO pain-amount-edited
           MOVE pain-amount-edited TO pain-value
           PERFORM write-pain-element
           MOVE "ReqdExctnDt" TO pain-tag
           MOVE pg-value-date (grp-idx) TO pain-value
           PERFORM write-pain-element

           MOVE "Dbtr" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 8 TO pain-indent
           MOVE debtor-name TO escape-source
           PERFORM escape-escaped-text
           MOVE "Nm" TO pain-tag
           MOVE escaped-text TO pain-value
           PERFORM write-pain-element
           MOVE 6 TO pain-indent
           MOVE "Dbtr" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE "DbtrAcct" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 8 TO pain-indent
           MOVE "Id" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           MOVE "IBAN" TO pain-tag
           MOVE debtor-iban TO pain-value
           PERFORM write-pain-element
           MOVE 8 TO pain-indent
           MOVE "Id" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE 6 TO pain-indent
           MOVE "DbtrAcct" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE "DbtrAgt" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 8 TO pain-indent
           MOVE "FinInstnId" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           MOVE "BIC" TO pain-tag
           MOVE debtor-bic TO pain-value
           PERFORM write-pain-element
           MOVE 8 TO pain-indent
           MOVE "FinInstnId" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE 6 TO pain-indent
           MOVE "DbtrAgt" TO pain-tag
           PERFORM write-pain-close-tag

           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
                   pay-currency, pay-amount-text, pay-value-date,
                   pay-invoice-ref
               UNSTRING pk-payment DELIMITED BY ","
                   INTO pay-vendor-id, pay-iban, pay-bic,
                       pay-currency, pay-amount-text,
                       pay-value-date, pay-invoice-ref
               IF pay-value-date = pg-value-date (grp-idx)
                       AND pay-currency = pg-currency (grp-idx)
                   PERFORM write-pain-transaction
               END-IF
               PERFORM read-next-pending
           END-PERFORM

           MOVE 4 TO pain-indent
           MOVE "PmtInf" TO pain-tag
           PERFORM write-pain-close-tag
           .
      *> A vendor missing from the master, or with no legal name
      *> on it, goes out under its vendor id as before.
       open-vendor-master.
           OPEN INPUT vendor-master-file
           IF vendor-master-ok
               SET vendor-master-open TO TRUE
           ELSE
               DISPLAY "payment-release: vendor master could not "
                   "be opened (status " vendor-master-status
                   ") - creditors named by vendor id."
           END-IF
           .
       find-creditor-name.
           MOVE pay-vendor-id TO escape-source
           IF NOT vendor-master-open
               EXIT PARAGRAPH
           END-IF
           MOVE pay-vendor-id TO vm-vendor-id
           READ vendor-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF vm-legal-name NOT = SPACES
                       MOVE vm-legal-name TO escape-source
                   END-IF
           END-READ
           .
       write-pain-transaction.
           MOVE 6 TO pain-indent
           MOVE "CdtTrfTxInf" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 8 TO pain-indent
           MOVE "PmtId" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           MOVE "EndToEndId" TO pain-tag
           IF pay-invoice-ref = SPACES
               MOVE "NOTPROVIDED" TO escape-source
           ELSE
               MOVE pay-invoice-ref TO escape-source
           END-IF
           PERFORM escape-escaped-text
           MOVE escaped-text TO pain-value
           PERFORM write-pain-element
           MOVE 8 TO pain-indent
           MOVE "PmtId" TO pain-tag
           PERFORM write-pain-close-tag

           MOVE "Amt" TO pain-tag
           PERFORM write-pain-open-tag
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(pay-amount-text)) = 0
               COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text)
           ELSE
               MOVE ZERO TO pay-amount
           END-IF
           MOVE pay-amount TO pain-amount-edited
           MOVE SPACES TO pain-line
           STRING "          <InstdAmt Ccy=""" pay-currency """>"
               FUNCTION TRIM(pain-amount-edited) "</InstdAmt>"
               DELIMITED BY SIZE INTO pain-line
           END-STRING
           WRITE pain-line
           MOVE "Amt" TO pain-tag
           PERFORM write-pain-close-tag

           IF pay-bic NOT = SPACES
               MOVE "CdtrAgt" TO pain-tag
               PERFORM write-pain-open-tag
               MOVE 10 TO pain-indent
               MOVE "FinInstnId" TO pain-tag
               PERFORM write-pain-open-tag
               MOVE 12 TO pain-indent
               MOVE "BIC" TO pain-tag
               MOVE pay-bic TO pain-value
               PERFORM write-pain-element
               MOVE 10 TO pain-indent
               MOVE "FinInstnId" TO pain-tag
               PERFORM write-pain-close-tag
               MOVE 8 TO pain-indent
               MOVE "CdtrAgt" TO pain-tag
               PERFORM write-pain-close-tag
           END-IF

           MOVE "Cdtr" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           PERFORM find-creditor-name
           PERFORM escape-escaped-text
           MOVE "Nm" TO pain-tag
           MOVE escaped-text TO pain-value
           PERFORM write-pain-element
           MOVE 8 TO pain-indent
           MOVE "Cdtr" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE "CdtrAcct" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           MOVE "Id" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 12 TO pain-indent
           MOVE "IBAN" TO pain-tag
           MOVE pay-iban TO pain-value
           PERFORM write-pain-element
           MOVE 10 TO pain-indent
           MOVE "Id" TO pain-tag
           PERFORM write-pain-close-tag
           MOVE 8 TO pain-indent
           MOVE "CdtrAcct" TO pain-tag
           PERFORM write-pain-close-tag

           MOVE "RmtInf" TO pain-tag
           PERFORM write-pain-open-tag
           MOVE 10 TO pain-indent
           MOVE pay-invoice-ref TO escape-source
           PERFORM escape-escaped-text
           MOVE "Ustrd" TO pain-tag
           MOVE escaped-text TO pain-value
           PERFORM write-pain-element
           MOVE 8 TO pain-indent
           MOVE "RmtInf" TO pain-tag
           PERFORM write-pain-close-tag

           MOVE 6 TO pain-indent
           MOVE "CdtTrfTxInf" TO pain-tag
           PERFORM write-pain-close-tag
           .
       write-pain-open-tag.
           MOVE SPACES TO pain-line
           MOVE 1 TO line-pointer
           ADD pain-indent TO line-pointer
           STRING "<" FUNCTION TRIM(pain-tag) ">"
               DELIMITED BY SIZE INTO pain-line
               WITH POINTER line-pointer
           END-STRING
           WRITE pain-line
           .
       write-pain-close-tag.
           MOVE SPACES TO pain-line
           MOVE 1 TO line-pointer
           ADD pain-indent TO line-pointer
           STRING "</" FUNCTION TRIM(pain-tag) ">"
               DELIMITED BY SIZE INTO pain-line
               WITH POINTER line-pointer
           END-STRING
           WRITE pain-line
           .
       write-pain-element.
           MOVE SPACES TO pain-line
           MOVE 1 TO line-pointer
           ADD pain-indent TO line-pointer
           STRING "<" FUNCTION TRIM(pain-tag) ">"
               FUNCTION TRIM(pain-value)
               "</" FUNCTION TRIM(pain-tag) ">"
               DELIMITED BY SIZE INTO pain-line
               WITH POINTER line-pointer
           END-STRING
           WRITE pain-line
           .
       escape-escaped-text.
           MOVE SPACES TO escaped-text
           MOVE 1 TO line-pointer
           IF escape-source = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(escape-source TRAILING))
               TO escape-length
           PERFORM VARYING escape-char-pos FROM 1 BY 1
                   UNTIL escape-char-pos > escape-length
               EVALUATE escape-source (escape-char-pos:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO escaped-text WITH POINTER line-pointer
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO escaped-text WITH POINTER line-pointer
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO escaped-text WITH POINTER line-pointer
                       END-STRING
                   WHEN OTHER
                       STRING escape-source (escape-char-pos:1)
                           DELIMITED BY SIZE
                           INTO escaped-text WITH POINTER line-pointer
                       END-STRING
               END-EVALUATE
           END-PERFORM
           .
       append-released-ledger.
           OPEN EXTEND released-ledger-file
           IF NOT released-ledger-ok
               OPEN OUTPUT released-ledger-file
           END-IF
           IF NOT released-ledger-ok
               DISPLAY "payment-release: released ledger could "
                   "not be opened - statement reconciliation "
                   "will not see this batch."
               EXIT PARAGRAPH
           END-IF
           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
                   pay-currency, pay-amount-text, pay-value-date,
                   pay-invoice-ref
               UNSTRING pk-payment DELIMITED BY ","
                   INTO pay-vendor-id, pay-iban, pay-bic,
                       pay-currency, pay-amount-text,
                       pay-value-date, pay-invoice-ref
               MOVE SPACES TO released-ledger-record
               STRING release-stamp (1:4) "-"
                   release-stamp (5:2) "-" release-stamp (7:2)
                   "," FUNCTION TRIM(pay-amount-text)
                   "," FUNCTION TRIM(pay-value-date)
                   "," FUNCTION TRIM(pay-invoice-ref)
                   "," FUNCTION TRIM(pay-iban)
                   "," pay-currency
                   "," FUNCTION TRIM(pay-vendor-id)
                   INTO released-ledger-record
               END-STRING
               WRITE released-ledger-record
               PERFORM read-next-pending
           END-PERFORM
           CLOSE released-ledger-file
           .
      *> Adds each released payment to its invoice's paid amount
      *> and moves the invoice to PARTIAL or PAID, so the next
      *> match-invoices run sees the smaller open balance.
       book-invoice-payments.
           OPEN INPUT invoice-file
           IF NOT invoice-file-ok
               DISPLAY "payment-release: no invoice register - "
                   "released payments not booked to invoices."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL invoice-eof
               READ invoice-file
                   AT END
                       SET invoice-eof TO TRUE
                   NOT AT END
                       PERFORM load-one-invoice
               END-READ
           END-PERFORM
           CLOSE invoice-file
           IF num-invoices = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM open-pending-scan
           PERFORM UNTIL pending-scan-eof
               PERFORM book-one-payment
               PERFORM read-next-pending
           END-PERFORM

           *> the booked register is written beside the old one
           *> and only then replaces it, so a failed write never
           *> leaves a half-written register behind
           OPEN OUTPUT invoice-new-file
           IF NOT invoice-new-ok
               DISPLAY "payment-release: invoice register could "
                   "not be rewritten - book this batch by hand."
               SET invoice-booking-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING inv-idx FROM 1 BY 1
                   UNTIL inv-idx > num-invoices
               PERFORM write-one-invoice
           END-PERFORM
           CLOSE invoice-new-file
           CALL "CBL_RENAME_FILE" USING invoice-new-name,
               invoice-name
           IF RETURN-CODE NOT = 0
               DISPLAY "payment-release: booked invoice register "
                   "could not replace ap-invoices.txt - book this "
                   "batch by hand."
               SET invoice-booking-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF invoices-unbooked-count > 0
               DISPLAY "payment-release: " invoices-unbooked-count
                   " released payment(s) matched no invoice on "
                   "the register."
           END-IF
           .
       load-one-invoice.
           IF num-invoices = 5000
               DISPLAY "payment-release: invoice register holds "
                   "more than 5000 lines - rewrite refused."
               SET invoice-booking-failed TO TRUE
               MOVE 0 TO num-invoices
               SET invoice-eof TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-invoices
           MOVE invoice-record TO iv-line (num-invoices)
           MOVE SPACES TO iv-vendor-id (num-invoices),
               iv-invoice-no (num-invoices),
               iv-amount-text (num-invoices),
               iv-currency-text (num-invoices),
               iv-due-text (num-invoices),
               iv-status (num-invoices), iv-paid-text
           MOVE "N" TO iv-booked-flag (num-invoices)
           IF invoice-record = SPACES
                   OR invoice-record (1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           UNSTRING invoice-record DELIMITED BY ","
               INTO iv-vendor-id (num-invoices),
                   iv-invoice-no (num-invoices),
                   iv-amount-text (num-invoices),
                   iv-currency-text (num-invoices),
                   iv-due-text (num-invoices),
                   iv-status (num-invoices), iv-paid-text
           MOVE ZERO TO iv-paid-amount (num-invoices)
           IF iv-paid-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(iv-paid-text)) = 0
               COMPUTE iv-paid-amount (num-invoices) =
                   FUNCTION NUMVAL(iv-paid-text)
           END-IF
           .
       book-one-payment.
           MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
               pay-currency, pay-amount-text, pay-value-date,
               pay-invoice-ref
           UNSTRING pk-payment DELIMITED BY ","
               INTO pay-vendor-id, pay-iban, pay-bic,
                   pay-currency, pay-amount-text,
                   pay-value-date, pay-invoice-ref
           MOVE ZERO TO pay-amount
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(pay-amount-text)) = 0
               COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text)
           END-IF
           SET inv-idx TO 1
           SEARCH invoice-entry
               AT END
                   ADD 1 TO invoices-unbooked-count
               WHEN iv-invoice-no (inv-idx) = pay-invoice-ref
                       AND iv-vendor-id (inv-idx) = pay-vendor-id
                       AND pay-invoice-ref NOT = SPACES
                   ADD pay-amount TO iv-paid-amount (inv-idx)
                   SET iv-booked (inv-idx) TO TRUE
                   ADD 1 TO invoices-booked-count
                   IF iv-paid-amount (inv-idx) <
                           FUNCTION NUMVAL(iv-amount-text (inv-idx))
                       MOVE "PARTIAL" TO iv-status (inv-idx)
                   ELSE
                       MOVE "PAID" TO iv-status (inv-idx)
                   END-IF
           END-SEARCH
           .
       write-one-invoice.
           MOVE SPACES TO invoice-new-record
           IF NOT iv-booked (inv-idx)
               MOVE iv-line (inv-idx) TO invoice-new-record
           ELSE
               MOVE iv-paid-amount (inv-idx) TO iv-paid-edited
               STRING FUNCTION TRIM(iv-vendor-id (inv-idx)) ","
                   FUNCTION TRIM(iv-invoice-no (inv-idx)) ","
                   FUNCTION TRIM(iv-amount-text (inv-idx)) ","
                   FUNCTION TRIM(iv-currency-text (inv-idx)) ","
                   FUNCTION TRIM(iv-due-text (inv-idx)) ","
                   FUNCTION TRIM(iv-status (inv-idx)) ","
                   FUNCTION TRIM(iv-paid-edited)
                   INTO invoice-new-record
               END-STRING
           END-IF
           WRITE invoice-new-record
           .
       record-release.
           OPEN EXTEND release-log-file
           IF NOT release-log-ok

      *> Same "iban,amount,invoice-ref" layout the duplicate
      *> detector reads and writes, with ",RETURNED" marked on the
      *> tail of a bounced payment's line (or a recall status the
      *> recall workflow marked there).
       FD  history-file
           DATA RECORD IS history-record.
       01  history-record              PIC X(100).
               05  he-iban             PIC X(50).
               05  he-amount           PIC X(15).
               05  he-invoice-ref      PIC X(20).
               05  he-status           PIC X(16).

       01  ret-iban                    PIC X(50).
       01  ret-amount                  PIC X(15).
      *> ledger payment-release maintains, by amount, value date
      *> and reference, and reports three buckets: MATCHED,
      *> RELEASED-NOT-ON-STATEMENT aged by days since the value
      *> date, and ON-STATEMENT-NOT-RELEASED.  A statement line
      *> carrying a fourth ",CR" field is a credit: the funds of a
      *> recalled payment coming back.  It closes the open recall
      *> on recall-register.txt with the same amount and invoice
      *> reference (or recall id), and marks the payment RECALLED
      *> in payment-history.txt; a recall still open more than
      *> recall-escalation-days.txt days (default 10) after its
      *> approval is escalated.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcile-statement.

               ASSIGN TO "statement-reconciliation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS recon-report-status.
           SELECT recall-register-file
               ASSIGN TO "recall-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS recall-register-status.
           SELECT recall-register-new-file
               ASSIGN TO "recall-register.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS recall-register-new-status.
           SELECT history-file ASSIGN TO "payment-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS history-status.
           SELECT history-new-file
               ASSIGN TO "payment-history.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS history-new-status.
           SELECT escalation-days-file
               ASSIGN TO "recall-escalation-days.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS escalation-days-status.

       DATA DIVISION.
       FILE SECTION.
       01  statement-record            PIC X(80).

      *> Layout written by payment-release:
      *> "release-date,amount,value-date,invoice-ref,iban", with a
      *> trailing currency and vendor-id this program does not
      *> need.
       FD  released-ledger-file
           DATA RECORD IS released-ledger-record.
       01  released-ledger-record      PIC X(120).
           DATA RECORD IS recon-report-line.
       01  recon-report-line           PIC X(160).

      *> Kept by manage-payment-recalls: "recall-id,status,
      *> invoice-ref,amount,currency,value-date,iban,raised-by,
      *> raised-date,approved-by,approved-date,reason".
       FD  recall-register-file
           DATA RECORD IS recall-register-record.
       01  recall-register-record      PIC X(300).

       FD  recall-register-new-file
           DATA RECORD IS recall-register-new-record.
       01  recall-register-new-record  PIC X(300).

       FD  history-file
           DATA RECORD IS history-record.
       01  history-record              PIC X(100).

       FD  history-new-file
           DATA RECORD IS history-new-record.
       01  history-new-record          PIC X(100).

       FD  escalation-days-file
           DATA RECORD IS escalation-days-record.
       01  escalation-days-record      PIC X(10).

       WORKING-STORAGE SECTION.
       01  statement-status            PIC XX.
           88  statement-file-ok       VALUES "00" THRU "09".
       01  unreleased-count            PIC 9(5).
       01  outstanding-count           PIC 9(5).

       01  stm-entry-type              PIC X(4).
       01  stm-amount-value            PIC 9(9)V99.

       01  recall-register-status      PIC XX.
           88  recall-register-ok      VALUES "00" THRU "09".
       01  recall-register-new-status  PIC XX.
           88  recall-register-new-ok  VALUES "00" THRU "09".
       01  history-status              PIC XX.
           88  history-file-ok         VALUES "00" THRU "09".
       01  history-new-status          PIC XX.
           88  history-new-ok          VALUES "00" THRU "09".
       01  escalation-days-status      PIC XX.
           88  escalation-days-ok      VALUES "00" THRU "09".
       01  recall-eof-flag             PIC X VALUE "N".
           88  recall-eof              VALUE "Y".
       01  history-eof-flag            PIC X VALUE "N".
           88  history-eof             VALUE "Y".

       01  recall-escalation-days      PIC 9(3) VALUE 10.

      *> Register lines are carried whole; only the status of an
      *> open recall is ever changed here.
       01  num-recalls                 PIC 9(4).
       01  recalls-area.
           03  recall-entry            OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON num-recalls
                                        INDEXED BY rcl-idx.
               05  rc-line             PIC X(300).
               05  rc-recall-id        PIC X(16).
               05  rc-status           PIC X(10).
                   88  rc-awaiting-funds
                                       VALUES "PENDING" "ESCALATED".
               05  rc-invoice-ref      PIC X(20).
               05  rc-amount           PIC X(15).
               05  rc-iban             PIC X(50).
               05  rc-approved-date    PIC X(10).
               05  rc-changed-flag     PIC X.
                   88  rc-changed      VALUE "Y".
       01  rc-status-pointer           PIC 999.
       01  rc-skip                     PIC X(50).
       01  recalls-changed-flag        PIC X VALUE "N".
           88  recalls-changed         VALUE "Y".
       01  recall-overflow-count       PIC 9(5) VALUE ZERO.
       01  register-save-failed-flag   PIC X VALUE "N".
           88  register-save-failed    VALUE "Y".
       01  register-name               PIC X(24)
                                        VALUE "recall-register.txt".
       01  register-new-name           PIC X(24)
                                        VALUE "recall-register.txt.new".

       01  num-history-entries         PIC 9(4).
       01  history-area.
           03  history-entry           OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON
                                            num-history-entries
                                        INDEXED BY hist-idx.
               05  he-iban             PIC X(50).
               05  he-amount           PIC X(15).
               05  he-invoice-ref      PIC X(20).
               05  he-status           PIC X(16).
       01  history-overflow-count      PIC 9(5) VALUE ZERO.
       01  history-save-failed-flag    PIC X VALUE "N".
           88  history-save-failed     VALUE "Y".
       01  history-name                PIC X(24)
                                        VALUE "payment-history.txt".
       01  history-new-name            PIC X(24)
                                        VALUE "payment-history.txt.new".

       01  recalls-closed-count        PIC 9(5).
       01  recalls-escalated-count     PIC 9(5).
       01  credits-unmatched-count     PIC 9(5).

       PROCEDURE DIVISION.
       main-line.
           PERFORM load-released-ledger
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO recon-report-line
           CALL "report-environment" USING recon-report-line
           WRITE recon-report-line

           COMPUTE today-int = INTEGER-OF-DATE(
               NUMVAL(CURRENT-DATE (1:8)))
           PERFORM load-recall-register

           PERFORM UNTIL statement-eof
               READ statement-file
           CLOSE statement-file

           PERFORM report-outstanding-releases
           PERFORM escalate-open-recalls

           MOVE SPACES TO recon-report-line
           STRING "SUMMARY MATCHED " matched-count
               INTO recon-report-line
           END-STRING
           WRITE recon-report-line
           MOVE SPACES TO recon-report-line
           STRING "RECALLS CLOSED " recalls-closed-count
               " ESCALATED " recalls-escalated-count
               " CREDITS-NOT-MATCHED " credits-unmatched-count
               INTO recon-report-line
           END-STRING
           WRITE recon-report-line
           CLOSE recon-report-file

           IF recalls-changed
               PERFORM save-recall-register
           END-IF
           *> the history only follows a register that was saved
           IF recalls-closed-count > 0 AND NOT register-save-failed
               PERFORM mark-history-recalled
           END-IF

           DISPLAY "reconcile-statement: " matched-count
               " matched, " outstanding-count
               " released-not-on-statement, " unreleased-count
               " on-statement-not-released."
           IF recalls-closed-count > 0 OR recalls-escalated-count > 0
                   OR credits-unmatched-count > 0
               DISPLAY "reconcile-statement: " recalls-closed-count
                   " recall(s) closed, " recalls-escalated-count
                   " escalated, " credits-unmatched-count
                   " credit(s) matching no recall."
           END-IF
           IF outstanding-count > 0 OR unreleased-count > 0
                   OR recalls-escalated-count > 0
                   OR credits-unmatched-count > 0
                   OR register-save-failed OR history-save-failed
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       match-one-debit.
           MOVE SPACES TO stm-value-date, stm-amount,
               stm-reference, stm-entry-type
           UNSTRING statement-record DELIMITED BY ","
               INTO stm-value-date, stm-amount, stm-reference,
                   stm-entry-type
           IF FUNCTION UPPER-CASE(stm-entry-type) = "CR"
               PERFORM match-recall-credit
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO match-found-flag
           PERFORM VARYING rel-idx FROM 1 BY 1
           END-STRING
           WRITE recon-report-line
           .
       load-recall-register.
           OPEN INPUT escalation-days-file
           IF escalation-days-ok
               READ escalation-days-file
                   NOT AT END
                       IF TEST-NUMVAL(TRIM(escalation-days-record))
                               = 0
                           COMPUTE recall-escalation-days =
                               NUMVAL(escalation-days-record)
                       END-IF
               END-READ
               CLOSE escalation-days-file
           END-IF

           OPEN INPUT recall-register-file
           IF NOT recall-register-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL recall-eof
               READ recall-register-file
                   AT END
                       SET recall-eof TO TRUE
                   NOT AT END
                       IF recall-register-record NOT = SPACES
                           IF num-recalls < 2000
                               PERFORM load-one-recall
                           ELSE
                               ADD 1 TO recall-overflow-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE recall-register-file
           .
       load-one-recall.
           ADD 1 TO num-recalls
           SET rcl-idx TO num-recalls
           MOVE SPACES TO recall-entry (rcl-idx)
           MOVE recall-register-record TO rc-line (rcl-idx)
           MOVE "N" TO rc-changed-flag (rcl-idx)
           UNSTRING recall-register-record DELIMITED BY ","
               INTO rc-recall-id (rcl-idx), rc-status (rcl-idx),
                   rc-invoice-ref (rcl-idx), rc-amount (rcl-idx),
                   rc-skip, rc-skip, rc-iban (rcl-idx), rc-skip,
                   rc-skip, rc-skip, rc-approved-date (rcl-idx)
           .
      *> Funds back from the bank: the open recall with the same
      *> amount whose invoice reference or recall id the credit
      *> quotes.
       match-recall-credit.
           MOVE SPACE TO match-found-flag
           IF TEST-NUMVAL(TRIM(stm-amount)) = 0
               COMPUTE stm-amount-value = NUMVAL(stm-amount)
               PERFORM VARYING rcl-idx FROM 1 BY 1
                       UNTIL rcl-idx > num-recalls OR match-found
                   IF rc-awaiting-funds (rcl-idx)
                           AND (rc-invoice-ref (rcl-idx)
                                   = stm-reference
                               OR rc-recall-id (rcl-idx)
                                   = stm-reference)
                           AND NUMVAL(rc-amount (rcl-idx))
                               = stm-amount-value
                       SET match-found TO TRUE
                       MOVE "CLOSED" TO rc-status (rcl-idx)
                       SET rc-changed (rcl-idx) TO TRUE
                       SET recalls-changed TO TRUE
                       ADD 1 TO recalls-closed-count
                       MOVE SPACES TO recon-report-line
                       STRING "RECALL-CLOSED " rc-recall-id (rcl-idx)
                           " " stm-value-date " "
                           FUNCTION TRIM(stm-amount) " "
                           FUNCTION TRIM(rc-invoice-ref (rcl-idx))
                           INTO recon-report-line
                       END-STRING
                       WRITE recon-report-line
                   END-IF
               END-PERFORM
           END-IF
           IF NOT match-found
               ADD 1 TO credits-unmatched-count
               MOVE SPACES TO recon-report-line
               STRING "CREDIT-NOT-MATCHED " stm-value-date " "
                   FUNCTION TRIM(stm-amount) " "
                   FUNCTION TRIM(stm-reference)
                   INTO recon-report-line
               END-STRING
               WRITE recon-report-line
           END-IF
           .
      *> A recall the bank has had longer than the set number of
      *> days without the funds coming back is escalated; it stays
      *> open, so a late credit still closes it.
       escalate-open-recalls.
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-awaiting-funds (rcl-idx)
                       AND rc-approved-date (rcl-idx) (5:1) = "-"
                   MOVE rc-approved-date (rcl-idx) (1:4)
                       TO work-yyyymmdd (1:4)
                   MOVE rc-approved-date (rcl-idx) (6:2)
                       TO work-yyyymmdd (5:2)
                   MOVE rc-approved-date (rcl-idx) (9:2)
                       TO work-yyyymmdd (7:2)
                   COMPUTE aged-days =
                       today-int - INTEGER-OF-DATE(work-yyyymmdd)
                   IF aged-days > recall-escalation-days
                       PERFORM escalate-one-recall
                   END-IF
               END-IF
           END-PERFORM
           .
       escalate-one-recall.
           ADD 1 TO recalls-escalated-count
           IF rc-status (rcl-idx) NOT = "ESCALATED"
               MOVE "ESCALATED" TO rc-status (rcl-idx)
               SET rc-changed (rcl-idx) TO TRUE
               SET recalls-changed TO TRUE
           END-IF
           MOVE SPACES TO recon-report-line
           STRING "RECALL-ESCALATED " rc-recall-id (rcl-idx) " "
               FUNCTION TRIM(rc-amount (rcl-idx)) " "
               FUNCTION TRIM(rc-invoice-ref (rcl-idx))
               " NO FUNDS BACK AFTER " aged-days " DAY(S)"
               INTO recon-report-line
           END-STRING
           WRITE recon-report-line
           .
      *> Only the status field of a changed recall is replaced;
      *> the rest of its line goes back as it came.  The register
      *> is written beside the old one and only then replaces it,
      *> and never from a table that could not hold all of it.
       save-recall-register.
           IF recall-overflow-count > 0
               DISPLAY "reconcile-statement: " recall-overflow-count
                   " recall(s) past the table of 2000 - "
                   "recall-register.txt not updated."
               SET register-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT recall-register-new-file
           IF NOT recall-register-new-ok
               DISPLAY "reconcile-statement: recall-register.txt.new "
                   "could not be opened - recall-register.txt not "
                   "updated."
               SET register-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               MOVE SPACES TO recall-register-new-record
               IF rc-changed (rcl-idx)
                   MOVE 1 TO rc-status-pointer
                   UNSTRING rc-line (rcl-idx) DELIMITED BY ","
                       INTO rc-skip, rc-skip
                       WITH POINTER rc-status-pointer
                   STRING FUNCTION TRIM(rc-recall-id (rcl-idx)) ","
                       FUNCTION TRIM(rc-status (rcl-idx)) ","
                       rc-line (rcl-idx) (rc-status-pointer:)
                       DELIMITED BY SIZE
                       INTO recall-register-new-record
                   END-STRING
               ELSE
                   MOVE rc-line (rcl-idx)
                       TO recall-register-new-record
               END-IF
               WRITE recall-register-new-record
           END-PERFORM
           CLOSE recall-register-new-file
           CALL "CBL_RENAME_FILE" USING register-new-name,
               register-name
           IF RETURN-CODE NOT = 0
               DISPLAY "reconcile-statement: recall-register.txt.new "
                   "could not replace recall-register.txt - recall "
                   "closures and escalations not recorded."
               SET register-save-failed TO TRUE
           END-IF
           .
      *> The history goes back through payment-history.txt.new in
      *> the same way, and never from a table that could not hold
      *> all of it.
       mark-history-recalled.
           OPEN INPUT history-file
           IF NOT history-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL history-eof
               READ history-file
                   AT END
                       SET history-eof TO TRUE
                   NOT AT END
                       IF history-record NOT = SPACES
                               AND num-history-entries = 2000
                           ADD 1 TO history-overflow-count
                       END-IF
                       IF history-record NOT = SPACES
                               AND num-history-entries < 2000
                           ADD 1 TO num-history-entries
                           MOVE SPACES TO history-entry
                               (num-history-entries)
                           UNSTRING history-record
                               DELIMITED BY ","
                               INTO he-iban (num-history-entries),
                                   he-amount (num-history-entries),
                                   he-invoice-ref
                                       (num-history-entries),
                                   he-status (num-history-entries)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE history-file
           *> a history cut short would lose its later lines when
           *> written back
           IF history-overflow-count > 0
               DISPLAY "reconcile-statement: " history-overflow-count
                   " payment-history.txt line(s) past the table of "
                   "2000 - payment-history.txt not updated."
               SET history-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-changed (rcl-idx)
                       AND rc-status (rcl-idx) = "CLOSED"
                   PERFORM VARYING hist-idx FROM 1 BY 1
                           UNTIL hist-idx > num-history-entries
                       IF he-iban (hist-idx) = rc-iban (rcl-idx)
                               AND he-amount (hist-idx)
                                   = rc-amount (rcl-idx)
                               AND he-invoice-ref (hist-idx)
                                   = rc-invoice-ref (rcl-idx)
                               AND he-status (hist-idx)
                                   = "RECALL-PENDING"
                           MOVE "RECALLED" TO he-status (hist-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           OPEN OUTPUT history-new-file
           IF NOT history-new-ok
               DISPLAY "reconcile-statement: payment-history.txt.new "
                   "could not be opened - payment-history.txt not "
                   "updated."
               SET history-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hist-idx FROM 1 BY 1
                   UNTIL hist-idx > num-history-entries
               MOVE SPACES TO history-new-record
               IF he-status (hist-idx) = SPACES
                   STRING FUNCTION TRIM(he-iban (hist-idx)) ","
                       FUNCTION TRIM(he-amount (hist-idx)) ","
                       FUNCTION TRIM(he-invoice-ref (hist-idx))
                       INTO history-new-record
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(he-iban (hist-idx)) ","
                       FUNCTION TRIM(he-amount (hist-idx)) ","
                       FUNCTION TRIM(he-invoice-ref (hist-idx))
                       "," FUNCTION TRIM(he-status (hist-idx))
                       INTO history-new-record
                   END-STRING
               END-IF
               WRITE history-new-record
           END-PERFORM
           CLOSE history-new-file
           CALL "CBL_RENAME_FILE" USING history-new-name,
               history-name
           IF RETURN-CODE NOT = 0
               DISPLAY "reconcile-statement: payment-history.txt.new "
                   "could not replace payment-history.txt - "
                   "payment history not updated."
               SET history-save-failed TO TRUE
           END-IF
           .
       END PROGRAM reconcile-statement.

      *> Accounts-payable invoice matching, run after screen-payments
      *> and in front of validate-payments.  payments.txt has always
      *> carried an invoice-ref that nothing looked at; here each
      *> payment is matched to the AP invoice register,
      *> ap-invoices.txt, one invoice per line:
      *>     vendor-id,invoice-no,amount,currency,due-date,status,
      *>     paid-amount
      *> with status OPEN (entered, not yet approved), APPROVED,
      *> PARTIAL or PAID.  A payment against an unknown invoice,
      *> another vendor's invoice, an invoice not approved, already
      *> paid or in another currency is rejected; one larger than
      *> the invoice's open balance - its amount less what has been
      *> paid, what is pending release and what earlier lines of
      *> this feed already take - is held.  Partial payments pass
      *> and are tracked on the register when payment-release
      *> submits them.  Rejected and held payments go to
      *> invoice-match-exceptions.txt, the clean lines replace
      *> payments.txt the way screen-payments does it, and any
      *> exception ends the run non-zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. match-invoices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT payment-file ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS payment-status.
           SELECT invoice-file ASSIGN TO "ap-invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS invoice-status.
           SELECT pending-file ASSIGN TO "payments-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS pending-status.
           SELECT matched-file ASSIGN TO "payments-matched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS matched-status.
           SELECT match-exceptions-file
               ASSIGN TO "invoice-match-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS match-exceptions-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same "vendor-id,iban,bic,currency,amount,value-date,
      *> invoice-ref" layout validate-payments reads.
       FD  payment-file
           DATA RECORD IS payment-record.
       01  payment-record              PIC X(160).

       FD  invoice-file
           DATA RECORD IS invoice-record.
       01  invoice-record              PIC X(120).

       FD  pending-file
           DATA RECORD IS pending-record.
       01  pending-record              PIC X(160).

       FD  matched-file
           DATA RECORD IS matched-line.
       01  matched-line                PIC X(160).

       FD  match-exceptions-file
           DATA RECORD IS match-exception-line.
       01  match-exception-line        PIC X(250).

       WORKING-STORAGE SECTION.
       01  payment-status              PIC XX.
           88  payment-file-ok         VALUES "00" THRU "09".
       01  invoice-status              PIC XX.
           88  invoice-file-ok         VALUES "00" THRU "09".
       01  pending-status              PIC XX.
           88  pending-file-ok         VALUES "00" THRU "09".
       01  matched-status              PIC XX.
           88  matched-file-ok         VALUES "00" THRU "09".
       01  match-exceptions-status     PIC XX.
           88  match-exceptions-ok     VALUES "00" THRU "09".

       01  payment-eof-flag            PIC X VALUE "N".
           88  payment-eof             VALUE "Y".
       01  invoice-eof-flag            PIC X VALUE "N".
           88  invoice-eof             VALUE "Y".
       01  pending-eof-flag            PIC X VALUE "N".
           88  pending-eof             VALUE "Y".

       01  num-invoices                PIC 9(4).
       01  invoices-area.
           03  invoice-entry           OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON num-invoices
                                        INDEXED BY inv-idx.
               05  iv-vendor-id        PIC X(20).
               05  iv-invoice-no       PIC X(20).
               05  iv-amount           PIC 9(9)V99.
               05  iv-currency         PIC XXX.
               05  iv-status           PIC X(8).
                   88  iv-payable      VALUES "APPROVED" "PARTIAL".
                   88  iv-paid         VALUE "PAID".
               05  iv-paid-amount      PIC 9(9)V99.
      *> pending release plus earlier lines of this feed
               05  iv-committed        PIC 9(9)V99.

       01  iv-vendor-text              PIC X(20).
       01  iv-invoice-text             PIC X(20).
       01  iv-amount-text              PIC X(15).
       01  iv-currency-text            PIC X(5).
       01  iv-due-text                 PIC X(10).
       01  iv-status-text              PIC X(10).
       01  iv-paid-text                PIC X(15).

       01  pay-vendor-id               PIC X(20).
       01  pay-iban                    PIC X(50).
       01  pay-bic                     PIC X(11).
       01  pay-currency                PIC X(3).
       01  pay-amount-text             PIC X(15).
       01  pay-value-date              PIC X(10).
       01  pay-invoice-ref             PIC X(20).
       01  pay-amount                  PIC 9(9)V99.

       01  open-balance                PIC S9(9)V99.
       01  open-balance-edited         PIC -(9)9.99.
       01  exception-reason            PIC X(60).
       01  exception-kind              PIC X(8).

       01  payments-matched-count      PIC 9(5).
       01  payments-rejected-count     PIC 9(5).
       01  payments-held-count         PIC 9(5).

       01  matched-name                PIC X(24)
                                        VALUE "payments-matched.txt".
       01  payments-name               PIC X(14)
                                        VALUE "payments.txt".

       PROCEDURE DIVISION.
       main-line.
           OPEN INPUT payment-file
           IF NOT payment-file-ok
               DISPLAY "match-invoices: no payments file - "
                   "nothing to match."
               GOBACK
           END-IF

           PERFORM load-invoice-register
           IF num-invoices = 0
               CLOSE payment-file
               DISPLAY "match-invoices: no invoice register - no "
                   "payment can be matched; payments.txt left as "
                   "it is - DO NOT run the chain."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM commit-pending-payments

           OPEN OUTPUT matched-file
           OPEN OUTPUT match-exceptions-file
           PERFORM UNTIL payment-eof
               READ payment-file
                   AT END
                       SET payment-eof TO TRUE
                   NOT AT END
                       IF payment-record NOT = SPACES
                           PERFORM match-one-payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE payment-file
           CLOSE matched-file
           CLOSE match-exceptions-file

           *> the matched lines replace the feed, so a rejected or
           *> held payment cannot reach validate-payments on a rerun
           CALL "CBL_RENAME_FILE" USING matched-name,
               payments-name
           IF RETURN-CODE NOT = 0
               DISPLAY "match-invoices: matched file could not "
                   "replace payments.txt - DO NOT run the chain."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "match-invoices: " payments-matched-count
               " payment(s) matched, " payments-rejected-count
               " rejected, " payments-held-count
               " held over the open balance."
           IF payments-rejected-count > 0 OR payments-held-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       load-invoice-register.
           OPEN INPUT invoice-file
           IF NOT invoice-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL invoice-eof
               READ invoice-file
                   AT END
                       SET invoice-eof TO TRUE
                   NOT AT END
                       PERFORM load-one-invoice
               END-READ
           END-PERFORM
           CLOSE invoice-file
           .
       load-one-invoice.
           IF invoice-record = SPACES
                   OR invoice-record (1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF num-invoices = 5000
               DISPLAY "match-invoices: register holds more than "
                   "5000 invoices - " FUNCTION TRIM(invoice-record)
                   " not loaded."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO iv-vendor-text, iv-invoice-text,
               iv-amount-text, iv-currency-text, iv-due-text,
               iv-status-text, iv-paid-text
           UNSTRING invoice-record DELIMITED BY ","
               INTO iv-vendor-text, iv-invoice-text, iv-amount-text,
                   iv-currency-text, iv-due-text, iv-status-text,
                   iv-paid-text
           IF iv-invoice-text = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(iv-amount-text)) NOT = 0
               DISPLAY "match-invoices: register line not "
                   "understood - " FUNCTION TRIM(invoice-record)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-invoices
           MOVE iv-vendor-text TO iv-vendor-id (num-invoices)
           MOVE iv-invoice-text TO iv-invoice-no (num-invoices)
           COMPUTE iv-amount (num-invoices) =
               FUNCTION NUMVAL(iv-amount-text)
           MOVE FUNCTION UPPER-CASE(iv-currency-text)
               TO iv-currency (num-invoices)
           MOVE FUNCTION UPPER-CASE(iv-status-text)
               TO iv-status (num-invoices)
           MOVE ZERO TO iv-paid-amount (num-invoices),
               iv-committed (num-invoices)
           IF iv-paid-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(iv-paid-text)) = 0
               COMPUTE iv-paid-amount (num-invoices) =
                   FUNCTION NUMVAL(iv-paid-text)
           END-IF
           .
      *> Payments already past validation and waiting in
      *> payment-release's pending store have a claim on their
      *> invoices' balance too.
       commit-pending-payments.
           OPEN INPUT pending-file
           IF NOT pending-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL pending-eof
               READ pending-file
                   AT END
                       SET pending-eof TO TRUE
                   NOT AT END
                       IF pending-record NOT = SPACES
                           MOVE pending-record TO payment-record
                           PERFORM split-payment-record
                           PERFORM find-payment-invoice
                           IF inv-idx NOT > num-invoices
                               ADD pay-amount
                                   TO iv-committed (inv-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE pending-file
           MOVE SPACES TO payment-record
           .
       split-payment-record.
           MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
               pay-currency, pay-amount-text, pay-value-date,
               pay-invoice-ref
           UNSTRING payment-record DELIMITED BY ","
               INTO pay-vendor-id, pay-iban, pay-bic, pay-currency,
                   pay-amount-text, pay-value-date, pay-invoice-ref
           MOVE ZERO TO pay-amount
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(pay-amount-text)) = 0
               COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text)
           END-IF
           .
      *> Leaves inv-idx on the payee's own invoice of that number,
      *> or past the last one - another vendor's invoice with the
      *> same number is never settled by this payment.
       find-payment-invoice.
           SET inv-idx TO 1
           SEARCH invoice-entry
               AT END
                   SET inv-idx TO num-invoices
                   SET inv-idx UP BY 1
               WHEN iv-invoice-no (inv-idx) = pay-invoice-ref
                       AND iv-vendor-id (inv-idx) = pay-vendor-id
                   CONTINUE
           END-SEARCH
           .
      *> Any vendor's invoice of that number, so an unmatched
      *> payment can be reported against the vendor it belongs to.
       find-invoice-any-vendor.
           SET inv-idx TO 1
           SEARCH invoice-entry
               AT END
                   SET inv-idx TO num-invoices
                   SET inv-idx UP BY 1
               WHEN iv-invoice-no (inv-idx) = pay-invoice-ref
                   CONTINUE
           END-SEARCH
           .
       match-one-payment.
           PERFORM split-payment-record
           MOVE SPACES TO exception-reason
           MOVE "REJECTED" TO exception-kind

           IF pay-invoice-ref = SPACES
               MOVE "NO-INVOICE-REF" TO exception-reason
               PERFORM write-match-exception
               EXIT PARAGRAPH
           END-IF
           PERFORM find-payment-invoice
           IF inv-idx > num-invoices
               PERFORM find-invoice-any-vendor
           END-IF
           EVALUATE TRUE
               WHEN inv-idx > num-invoices
                   MOVE "INVOICE-UNKNOWN" TO exception-reason
               WHEN iv-vendor-id (inv-idx) NOT = pay-vendor-id
                   STRING "INVOICE-OF-OTHER-VENDOR:"
                       FUNCTION TRIM(iv-vendor-id (inv-idx))
                       INTO exception-reason
                   END-STRING
               WHEN iv-paid (inv-idx)
                   MOVE "INVOICE-ALREADY-PAID" TO exception-reason
               WHEN NOT iv-payable (inv-idx)
                   STRING "INVOICE-NOT-APPROVED:"
                       FUNCTION TRIM(iv-status (inv-idx))
                       INTO exception-reason
                   END-STRING
               WHEN iv-currency (inv-idx)
                       NOT = FUNCTION UPPER-CASE(pay-currency)
                   STRING "INVOICE-CURRENCY-IS:"
                       iv-currency (inv-idx)
                       INTO exception-reason
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF exception-reason NOT = SPACES
               PERFORM write-match-exception
               EXIT PARAGRAPH
           END-IF

           COMPUTE open-balance = iv-amount (inv-idx)
               - iv-paid-amount (inv-idx) - iv-committed (inv-idx)
           IF pay-amount > open-balance
               MOVE "HELD" TO exception-kind
               MOVE open-balance TO open-balance-edited
               STRING "EXCEEDS-OPEN-BALANCE:"
                   FUNCTION TRIM(open-balance-edited)
                   INTO exception-reason
               END-STRING
               PERFORM write-match-exception
               EXIT PARAGRAPH
           END-IF

           ADD pay-amount TO iv-committed (inv-idx)
           ADD 1 TO payments-matched-count
           MOVE payment-record TO matched-line
           WRITE matched-line
           .
       write-match-exception.
           IF exception-kind = "HELD"
               ADD 1 TO payments-held-count
           ELSE
               ADD 1 TO payments-rejected-count
           END-IF
           MOVE SPACES TO match-exception-line
           STRING FUNCTION TRIM(payment-record) ","
               FUNCTION TRIM(exception-kind) ":"
               FUNCTION TRIM(exception-reason)
               INTO match-exception-line
           END-STRING
           WRITE match-exception-line
           .
       END PROGRAM match-invoices.

      *> Vendor master maintenance.  The vendor's legal name,
      *> status, default currency and payment terms live on one
      *> keyed file, vendor-master, in place of the scattered
      *> vendor-bbans / vendor-ibans / vendor-last-ibans lists.
      *> Transactions come from vendor-maintenance.txt:
      *>     ADD,vendor-id,currency,terms,legal-name
      *>     CHANGE,vendor-id,currency,terms,legal-name
      *>     BLOCK,vendor-id,reason
      *>     UNBLOCK,vendor-id
      *>     TAX,vendor-id,reportable,tax-id
      *> TAX sets the year-end reporting details: reportable Y or
      *> N (a new vendor starts reportable) and the tax ID.
      *> The legal name is last so a comma inside it survives; on a
      *> CHANGE an empty field leaves that field as it was.  Every
      *> applied transaction is written to vendor-master-audit.txt
      *> as a BEFORE and AFTER image, refusals with their reason.
      *> A new vendor whose name scores at or above the near-match
      *> threshold against one already on file (jaro-compare, the
      *> JaroDistance scoring) is still added but carries a
      *> NEAR-MATCH warning, so a second record for the same payee
      *> is noticed before money goes to it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-vendor-master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT maintenance-file
               ASSIGN TO "vendor-maintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS maintenance-status.
           SELECT vendor-master-file ASSIGN TO "vendor-master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vm-vendor-id
               STATUS IS vendor-master-status.
           SELECT vendor-audit-file
               ASSIGN TO "vendor-master-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS vendor-audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  maintenance-file
           DATA RECORD IS maintenance-record.
       01  maintenance-record          PIC X(160).

       FD  vendor-master-file
           DATA RECORD IS vendor-master-record.
       01  vendor-master-record.
           05  vm-vendor-id            PIC X(20).
           05  vm-legal-name           PIC X(60).
           05  vm-status               PIC X.
               88  vm-active           VALUE "A".
               88  vm-blocked          VALUE "B".
           05  vm-currency             PIC XXX.
           05  vm-payment-terms        PIC X(10).
           05  vm-block-reason         PIC X(30).
           05  vm-added-date           PIC X(10).
           05  vm-changed-date         PIC X(10).
           05  vm-reportable           PIC X.
               88  vm-is-reportable    VALUE "Y".
           05  vm-tax-id               PIC X(20).

       FD  vendor-audit-file
           DATA RECORD IS vendor-audit-line.
       01  vendor-audit-line           PIC X(300).

       WORKING-STORAGE SECTION.
       01  maintenance-status          PIC XX.
           88  maintenance-file-ok     VALUES "00" THRU "09".
       01  vendor-master-status        PIC XX.
           88  vendor-master-ok        VALUES "00" THRU "09".
           88  vendor-master-missing   VALUE "35".
       01  vendor-audit-status         PIC XX.
           88  vendor-audit-ok         VALUES "00" THRU "09".

       01  maintenance-eof-flag        PIC X VALUE "N".
           88  maintenance-eof         VALUE "Y".
       01  scan-eof-flag               PIC X.
           88  scan-eof                VALUE "Y".
       01  vendor-found-flag           PIC X.
           88  vendor-found            VALUE "Y".

       01  txn-action                  PIC X(10).
       01  txn-vendor-id               PIC X(20).
       01  txn-currency                PIC X(5).
       01  txn-terms                   PIC X(12).
       01  txn-legal-name              PIC X(60).
       01  txn-reason                  PIC X(30).
       01  txn-reportable              PIC X(3).
       01  txn-tax-id                  PIC X(20).
       01  txn-pointer                 PIC 9(3).

       01  before-image                PIC X(170).
       01  refusal-reason              PIC X(60).
       01  audit-tag                   PIC X(10).
       01  audit-text                  PIC X(170).

      *> jaro-compare takes two 255-byte strings and returns the
      *> similarity from 0 to 1.
       01  new-name-compare            PIC X(255).
       01  old-name-compare            PIC X(255).
       01  name-similarity             PIC 9V9(8).
       01  name-similarity-edited      PIC 9.99.
       01  near-match-threshold        PIC 9V99 VALUE 0.90.

       01  today-date                  PIC X(10).
       01  audit-stamp                 PIC X(21).
       01  operator-id                 PIC X(32).

       01  maintenance-name            PIC X(24)
                                        VALUE "vendor-maintenance.txt".

       01  txns-applied-count          PIC 9(5).
       01  txns-refused-count          PIC 9(5).
       01  near-match-count            PIC 9(5).

       01  guarded-function            PIC X(20).
       01  auth-allowed-flag           PIC X.
           88  operator-authorized     VALUE "Y".

       PROCEDURE DIVISION.
       main-line.
           *> the vendor master decides who may be paid, so changing
           *> it is a guarded function like releasing the payments
           MOVE "maintain-vendors" TO guarded-function
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT maintenance-file
           IF NOT maintenance-file-ok
               DISPLAY "maintain-vendor-master: no maintenance "
                   "transactions - nothing to apply."
               GOBACK
           END-IF

           OPEN I-O vendor-master-file
           IF vendor-master-missing
               OPEN OUTPUT vendor-master-file
               CLOSE vendor-master-file
               OPEN I-O vendor-master-file
           END-IF
           IF NOT vendor-master-ok
               CLOSE maintenance-file
               DISPLAY "maintain-vendor-master: vendor master could "
                   "not be opened (status " vendor-master-status
                   ") - nothing applied."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND vendor-audit-file
           IF NOT vendor-audit-ok
               OPEN OUTPUT vendor-audit-file
           END-IF
           *> no change goes on the master without its audit trail;
           *> the transactions are kept to be run again
           IF NOT vendor-audit-ok
               CLOSE maintenance-file
               CLOSE vendor-master-file
               DISPLAY "maintain-vendor-master: vendor master audit "
                   "could not be opened (status " vendor-audit-status
                   ") - nothing applied."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO audit-stamp
           MOVE SPACES TO today-date
           STRING audit-stamp (1:4) "-" audit-stamp (5:2) "-"
               audit-stamp (7:2)
               INTO today-date
           END-STRING
           MOVE SPACES TO operator-id
           ACCEPT operator-id FROM ENVIRONMENT "USER"
           IF operator-id = SPACES
               MOVE "unknown" TO operator-id
           END-IF

           PERFORM UNTIL maintenance-eof
               READ maintenance-file
                   AT END
                       SET maintenance-eof TO TRUE
                   NOT AT END
                       IF maintenance-record NOT = SPACES
                               AND maintenance-record (1:1)
                                   NOT = "#"
                           PERFORM apply-one-transaction
                       END-IF
               END-READ
           END-PERFORM

           CLOSE maintenance-file
           CLOSE vendor-master-file
           CLOSE vendor-audit-file

           *> the transactions are spent; a refused one has to be
           *> raised again once put right
           CALL "CBL_DELETE_FILE" USING maintenance-name
           MOVE 0 TO RETURN-CODE

           DISPLAY "maintain-vendor-master: " txns-applied-count
               " transaction(s) applied, " txns-refused-count
               " refused, " near-match-count
               " near-match warning(s)."
           IF txns-refused-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       apply-one-transaction.
           MOVE SPACES TO txn-action, txn-vendor-id, txn-currency,
               txn-terms, txn-legal-name, txn-reason, refusal-reason
           MOVE 1 TO txn-pointer
           UNSTRING maintenance-record DELIMITED BY ","
               INTO txn-action, txn-vendor-id
               WITH POINTER txn-pointer
           MOVE FUNCTION UPPER-CASE(txn-action) TO txn-action

           IF txn-vendor-id = SPACES
               MOVE "NO-VENDOR-ID" TO refusal-reason
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE txn-vendor-id TO vm-vendor-id
           READ vendor-master-file
               INVALID KEY
                   MOVE "N" TO vendor-found-flag
                   MOVE SPACES TO before-image
               NOT INVALID KEY
                   SET vendor-found TO TRUE
                   MOVE vendor-master-record TO before-image
           END-READ

           EVALUATE txn-action
               WHEN "ADD"
                   PERFORM add-vendor
               WHEN "CHANGE"
                   PERFORM change-vendor
               WHEN "BLOCK"
                   PERFORM block-vendor
               WHEN "UNBLOCK"
                   PERFORM unblock-vendor
               WHEN "TAX"
                   PERFORM set-vendor-tax-details
               WHEN OTHER
                   MOVE "UNKNOWN-ACTION" TO refusal-reason
                   PERFORM refuse-transaction
           END-EVALUATE
           .
      *> currency, terms, then the rest of the line as the name.
       split-vendor-details.
           IF txn-pointer > 160
               EXIT PARAGRAPH
           END-IF
           UNSTRING maintenance-record DELIMITED BY ","
               INTO txn-currency, txn-terms
               WITH POINTER txn-pointer
           IF txn-pointer NOT > 160
               MOVE maintenance-record (txn-pointer:)
                   TO txn-legal-name
           END-IF
           MOVE FUNCTION UPPER-CASE(txn-currency) TO txn-currency
           MOVE FUNCTION UPPER-CASE(txn-terms) TO txn-terms
           .
       add-vendor.
           PERFORM split-vendor-details
           EVALUATE TRUE
               WHEN vendor-found
                   MOVE "VENDOR-ALREADY-ON-FILE" TO refusal-reason
               WHEN txn-legal-name = SPACES
                   MOVE "NO-LEGAL-NAME" TO refusal-reason
               WHEN txn-currency (1:3) IS NOT ALPHABETIC
                       OR txn-currency (1:3) = SPACES
                       OR txn-currency (4:2) NOT = SPACES
                   MOVE "CURRENCY-MISSING-OR-MALFORMED"
                       TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF

           PERFORM check-near-matches

           MOVE SPACES TO vendor-master-record
           MOVE txn-vendor-id TO vm-vendor-id
           MOVE txn-legal-name TO vm-legal-name
           SET vm-active TO TRUE
           MOVE txn-currency TO vm-currency
           MOVE txn-terms TO vm-payment-terms
           IF vm-payment-terms = SPACES
               MOVE "NET30" TO vm-payment-terms
           END-IF
           MOVE today-date TO vm-added-date, vm-changed-date
           SET vm-is-reportable TO TRUE
           WRITE vendor-master-record
               INVALID KEY
                   MOVE "VENDOR-MASTER-WRITE-FAILED"
                       TO refusal-reason
           END-WRITE
           PERFORM finish-transaction
           .
       change-vendor.
           PERFORM split-vendor-details
           EVALUATE TRUE
               WHEN NOT vendor-found
                   MOVE "VENDOR-NOT-ON-FILE" TO refusal-reason
               WHEN txn-currency = SPACES AND txn-terms = SPACES
                       AND txn-legal-name = SPACES
                   MOVE "NOTHING-TO-CHANGE" TO refusal-reason
               WHEN txn-currency NOT = SPACES
                       AND (txn-currency (1:3) IS NOT ALPHABETIC
                           OR txn-currency (4:2) NOT = SPACES)
                   MOVE "CURRENCY-MALFORMED" TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF

           IF txn-legal-name NOT = SPACES
               MOVE txn-legal-name TO vm-legal-name
           END-IF
           IF txn-currency NOT = SPACES
               MOVE txn-currency TO vm-currency
           END-IF
           IF txn-terms NOT = SPACES
               MOVE txn-terms TO vm-payment-terms
           END-IF
           PERFORM rewrite-vendor
           .
       block-vendor.
           IF txn-pointer NOT > 160
               UNSTRING maintenance-record DELIMITED BY ","
                   INTO txn-reason
                   WITH POINTER txn-pointer
           END-IF
           EVALUATE TRUE
               WHEN NOT vendor-found
                   MOVE "VENDOR-NOT-ON-FILE" TO refusal-reason
               WHEN vm-blocked
                   MOVE "VENDOR-ALREADY-BLOCKED" TO refusal-reason
               WHEN txn-reason = SPACES
                   MOVE "NO-BLOCK-REASON" TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF
           SET vm-blocked TO TRUE
           MOVE txn-reason TO vm-block-reason
           PERFORM rewrite-vendor
           .
       unblock-vendor.
           EVALUATE TRUE
               WHEN NOT vendor-found
                   MOVE "VENDOR-NOT-ON-FILE" TO refusal-reason
               WHEN NOT vm-blocked
                   MOVE "VENDOR-NOT-BLOCKED" TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF
           SET vm-active TO TRUE
           MOVE SPACES TO vm-block-reason
           PERFORM rewrite-vendor
           .
      *> An empty tax ID leaves the one on file; reportable must
      *> be given.
       set-vendor-tax-details.
           MOVE SPACES TO txn-reportable, txn-tax-id
           IF txn-pointer NOT > 160
               UNSTRING maintenance-record DELIMITED BY ","
                   INTO txn-reportable, txn-tax-id
                   WITH POINTER txn-pointer
           END-IF
           MOVE FUNCTION UPPER-CASE(txn-reportable)
               TO txn-reportable
           EVALUATE TRUE
               WHEN NOT vendor-found
                   MOVE "VENDOR-NOT-ON-FILE" TO refusal-reason
               WHEN txn-reportable NOT = "Y"
                       AND txn-reportable NOT = "N"
                   MOVE "REPORTABLE-NOT-Y-OR-N" TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE txn-reportable TO vm-reportable
           IF txn-tax-id NOT = SPACES
               MOVE txn-tax-id TO vm-tax-id
           END-IF
           PERFORM rewrite-vendor
           .
       rewrite-vendor.
           MOVE today-date TO vm-changed-date
           REWRITE vendor-master-record
               INVALID KEY
                   MOVE "VENDOR-MASTER-REWRITE-FAILED"
                       TO refusal-reason
           END-REWRITE
           PERFORM finish-transaction
           .
       finish-transaction.
           IF refusal-reason NOT = SPACES
               PERFORM refuse-transaction
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO txns-applied-count
           MOVE "BEFORE" TO audit-tag
           MOVE before-image TO audit-text
           PERFORM write-vendor-audit
           MOVE "AFTER" TO audit-tag
           MOVE vendor-master-record TO audit-text
           PERFORM write-vendor-audit
           .
       refuse-transaction.
           ADD 1 TO txns-refused-count
           MOVE "REFUSED" TO audit-tag
           MOVE SPACES TO audit-text
           STRING FUNCTION TRIM(refusal-reason) " "
               FUNCTION TRIM(maintenance-record)
               INTO audit-text
           END-STRING
           PERFORM write-vendor-audit
           DISPLAY "maintain-vendor-master: refused "
               FUNCTION TRIM(txn-action) " "
               FUNCTION TRIM(txn-vendor-id) " - "
               FUNCTION TRIM(refusal-reason)
           .
      *> Scores the new name against every name on file.  Runs
      *> before the new record is built, since the scan reads
      *> through the same record area.
       check-near-matches.
           MOVE FUNCTION UPPER-CASE(txn-legal-name)
               TO new-name-compare
           MOVE LOW-VALUES TO vm-vendor-id
           MOVE "N" TO scan-eof-flag
           START vendor-master-file KEY IS NOT LESS THAN vm-vendor-id
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START
           PERFORM UNTIL scan-eof
               READ vendor-master-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       PERFORM score-one-name
               END-READ
           END-PERFORM
           .
       score-one-name.
           MOVE FUNCTION UPPER-CASE(vm-legal-name)
               TO old-name-compare
           CALL "jaro-compare" USING new-name-compare,
               old-name-compare, name-similarity
           IF name-similarity < near-match-threshold
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO near-match-count
           MOVE name-similarity TO name-similarity-edited
           MOVE "NEAR-MATCH" TO audit-tag
           MOVE SPACES TO audit-text
           STRING FUNCTION TRIM(txn-vendor-id) " "
               FUNCTION TRIM(txn-legal-name) " ~ "
               FUNCTION TRIM(vm-vendor-id) " "
               FUNCTION TRIM(vm-legal-name) " score "
               name-similarity-edited
               INTO audit-text
           END-STRING
           PERFORM write-vendor-audit
           DISPLAY "maintain-vendor-master: WARNING new vendor "
               FUNCTION TRIM(txn-vendor-id) " "
               FUNCTION TRIM(txn-legal-name) " is a near-match ("
               name-similarity-edited ") to "
               FUNCTION TRIM(vm-vendor-id) " "
               FUNCTION TRIM(vm-legal-name)
           .
       write-vendor-audit.
           MOVE SPACES TO vendor-audit-line
           STRING audit-stamp " " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(txn-action) " "
               FUNCTION TRIM(txn-vendor-id) " "
               audit-tag " " audit-text
               INTO vendor-audit-line
           END-STRING
           WRITE vendor-audit-line
           .
       END PROGRAM maintain-vendor-master.

      *> Cash requirements forecast for the treasury desk, run
      *> before payment-release submits.  Every payment that will
      *> draw on a currency account is bucketed by value date -
      *> TODAY (anything already due included), each of the next
      *> five business days, and BEYOND - and by currency:
      *>     ACCEPTED   payments-final.txt, past validation and the
      *>                duplicate check, not yet folded for release
      *>     PENDING    payments-pending.txt, awaiting approvals
      *>     RELEASED   payments-released.txt lines with no debit
      *>                on bank-statement.txt yet, matched the way
      *>                reconcile-statement matches them (its ",CR"
      *>                credit lines are not debits)
      *>     HELD       suspected-duplicates.txt,
      *>                bank-change-exceptions.txt and the HELD
      *>                lines of invoice-match-exceptions.txt
      *> Held payments are shown as their own subtotal so the desk
      *> can decide whether to fund them.  Base-currency
      *> equivalents use fx-rates.txt: the rate for the payment's
      *> value date, else the latest rate on file for the currency
      *> (such lines are counted as estimated).  The report is
      *> cash-forecast.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. forecast-cash-requirements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT source-file ASSIGN TO source-name
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS source-status.
           SELECT statement-file ASSIGN TO "bank-statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS statement-status.
           SELECT fx-rates-file ASSIGN TO "fx-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS fx-rates-status.
           SELECT forecast-file ASSIGN TO "cash-forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS forecast-status.

       DATA DIVISION.
       FILE SECTION.
      *> Every source but the released ledger starts with the
      *> "vendor-id,iban,bic,currency,amount,value-date,
      *> invoice-ref" payment line; the ledger is "release-date,
      *> amount,value-date,invoice-ref,iban,currency,vendor-id".
       FD  source-file
           DATA RECORD IS source-record.
       01  source-record               PIC X(250).

       FD  statement-file
           DATA RECORD IS statement-record.
       01  statement-record            PIC X(80).

       FD  fx-rates-file
           DATA RECORD IS fx-rates-record.
       01  fx-rates-record             PIC X(40).

       FD  forecast-file
           DATA RECORD IS forecast-line.
       01  forecast-line               PIC X(160).

       WORKING-STORAGE SECTION.
       01  source-status               PIC XX.
           88  source-file-ok          VALUES "00" THRU "09".
       01  statement-status            PIC XX.
           88  statement-file-ok       VALUES "00" THRU "09".
       01  fx-rates-status             PIC XX.
           88  fx-rates-file-ok        VALUES "00" THRU "09".
       01  forecast-status             PIC XX.
           88  forecast-file-ok        VALUES "00" THRU "09".

       01  source-eof-flag             PIC X.
           88  source-eof              VALUE "Y".
       01  statement-eof-flag          PIC X VALUE "N".
           88  statement-eof           VALUE "Y".
       01  fx-rates-eof-flag           PIC X VALUE "N".
           88  fx-rates-eof            VALUE "Y".

       01  source-name                 PIC X(40).
       01  source-kind                 PIC X(8).
           88  source-is-accepted      VALUE "ACCEPTED".
           88  source-is-pending       VALUE "PENDING".
           88  source-is-released      VALUE "RELEASED".
           88  source-is-held          VALUE "HELD".
       01  source-held-only-flag       PIC X.
           88  source-held-only        VALUE "Y".

      *> Statement debits, each consumed by at most one released
      *> payment.
       01  num-debits                  PIC 9(4).
       01  debits-area.
           03  debit-entry             OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON num-debits
                                        INDEXED BY debit-idx.
               05  db-value-date       PIC X(10).
               05  db-amount           PIC X(15).
               05  db-reference        PIC X(20).
               05  db-used-flag        PIC X.
                   88  db-used         VALUE "Y".

       01  base-currency               PIC XXX VALUE "USD".
       01  num-fx-rates                PIC 9(3).
       01  fx-rates-area.
           03  fx-rate-entry           OCCURS 1 TO 500 TIMES
                                        DEPENDING ON num-fx-rates
                                        INDEXED BY fx-idx.
               05  fx-date             PIC X(10).
               05  fx-currency         PIC XXX.
               05  fx-rate             PIC 9(5)V9(6).
       01  fx-date-text                PIC X(12).
       01  fx-currency-text            PIC X(6).
       01  fx-rate-text                PIC X(14).
       01  pay-rate                    PIC 9(5)V9(6).
       01  latest-rate-date            PIC X(10).
       01  rate-kind-flag              PIC X.
           88  rate-exact              VALUE "E".
           88  rate-estimated          VALUE "L".
           88  rate-none               VALUE "N".

      *> Buckets 1 TODAY, 2 to 6 the next five business days,
      *> 7 BEYOND.
       01  bucket-dates-area.
           03  bucket-date             PIC X(10) OCCURS 7 TIMES.
       01  bucket-labels-area          VALUE "TODAY     D+1       "
           & "D+2       D+3       D+4       D+5       BEYOND    ".
           03  bucket-label            PIC X(10) OCCURS 7 TIMES.
       01  bucket-no                   PIC 9.
       01  column-no                   PIC 9.

       01  num-forecast-currencies     PIC 99.
       01  forecast-currencies-area.
           03  forecast-currency-entry OCCURS 1 TO 30 TIMES
                                        DEPENDING ON
                                            num-forecast-currencies
                                        INDEXED BY fc-idx.
               05  fc-currency         PIC XXX.
               05  fc-committed        PIC 9(13)V99 OCCURS 7 TIMES.
               05  fc-held             PIC 9(13)V99 OCCURS 7 TIMES.
               05  fc-committed-base   PIC 9(13)V99.
               05  fc-held-base        PIC 9(13)V99.
               05  fc-no-rate-count    PIC 9(5).
       01  currency-overflow-count     PIC 9(5).
      *> Rate and statement lines beyond their tables; either one
      *> leaves the forecast short, so the run ends non-zero.
       01  fx-overflow-count           PIC 9(5) VALUE ZERO.
       01  debit-overflow-count        PIC 9(5) VALUE ZERO.

       01  pay-vendor-id               PIC X(20).
       01  pay-iban                    PIC X(50).
       01  pay-bic                     PIC X(11).
       01  pay-currency                PIC X(3).
       01  pay-amount-text             PIC X(15).
       01  pay-value-date              PIC X(10).
       01  pay-invoice-ref             PIC X(20).
       01  pay-amount                  PIC 9(9)V99.
       01  pay-base-amount             PIC 9(13)V99.
       01  release-date-text           PIC X(10).
       01  exception-tail              PIC X(80).
       01  statement-entry-type        PIC X(4).
       01  debit-found-flag            PIC X.
           88  debit-found             VALUE "Y".

       01  today-date                  PIC X(10).
       01  today-int                   PIC 9(9).
       01  value-date-int              PIC 9(9).
       01  walk-int                    PIC 9(9).
       01  business-days               PIC 99.
       01  market-open-flag            PIC X.
           88  market-open             VALUE "Y".
       01  next-open-int               PIC 9(9).
       01  work-yyyymmdd               PIC 9(8).

       01  source-counts-area.
           03  source-count            PIC 9(5) OCCURS 4 TIMES.
       01  source-no                   PIC 9.
       01  estimated-rate-count        PIC 9(5).
       01  settled-count               PIC 9(5).
       01  skipped-count               PIC 9(5).

       01  row-total                   PIC 9(13)V99.
       01  grand-committed-base        PIC 9(13)V99.
       01  grand-held-base             PIC 9(13)V99.
       01  grand-total-base            PIC 9(13)V99.
       01  amount-edited               PIC Z(11)9.99.
       01  line-pointer                PIC 999.

       PROCEDURE DIVISION.
       main-line.
           OPEN OUTPUT forecast-file
           IF NOT forecast-file-ok
               DISPLAY "forecast-cash-requirements: report file "
                   "could not be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO today-date
           STRING FUNCTION CURRENT-DATE (1:4) "-"
               FUNCTION CURRENT-DATE (5:2) "-"
               FUNCTION CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)))
           PERFORM load-fx-rates
           PERFORM set-bucket-dates
           PERFORM load-statement-debits

           MOVE "payments-final.txt" TO source-name
           MOVE "ACCEPTED" TO source-kind
           PERFORM read-one-source
           MOVE "payments-pending.txt" TO source-name
           MOVE "PENDING" TO source-kind
           PERFORM read-one-source
           MOVE "payments-released.txt" TO source-name
           MOVE "RELEASED" TO source-kind
           PERFORM read-one-source
           MOVE "suspected-duplicates.txt" TO source-name
           MOVE "HELD" TO source-kind
           PERFORM read-one-source
           MOVE "bank-change-exceptions.txt" TO source-name
           PERFORM read-one-source
           MOVE "invoice-match-exceptions.txt" TO source-name
           PERFORM read-one-source

           PERFORM write-forecast-report
           CLOSE forecast-file

           DISPLAY "forecast-cash-requirements: "
               source-count (1) " accepted, " source-count (2)
               " pending, " source-count (3)
               " released-unsettled, " source-count (4)
               " held payment(s) forecast in "
               num-forecast-currencies " currenc(ies)."
           IF currency-overflow-count > 0 OR skipped-count > 0
               DISPLAY "forecast-cash-requirements: "
                   currency-overflow-count " payment(s) beyond the "
                   "currency table and " skipped-count
                   " line(s) not understood were left out."
               MOVE 1 TO RETURN-CODE
           END-IF
           IF fx-overflow-count > 0 OR debit-overflow-count > 0
               DISPLAY "forecast-cash-requirements: "
                   fx-overflow-count " FX rate line(s) beyond the "
                   "rate table and " debit-overflow-count
                   " statement line(s) beyond the debit table were "
                   "not loaded - forecast incomplete."
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *> Bucket 1 is today; buckets 2 to 6 are the next five days
      *> the base currency's market is open.  A foreign currency's
      *> payments fall by its own market's open days, so its D+n
      *> is the n-th day that market is open.
       set-bucket-dates.
           MOVE today-date TO bucket-date (1)
           MOVE today-int TO walk-int
           MOVE 2 TO bucket-no
           PERFORM UNTIL bucket-no > 6
               ADD 1 TO walk-int
               CALL "market-business-day" USING base-currency,
                   walk-int, market-open-flag, next-open-int
               IF market-open
                   MOVE FUNCTION DATE-OF-INTEGER(walk-int)
                       TO work-yyyymmdd
                   MOVE SPACES TO bucket-date (bucket-no)
                   STRING work-yyyymmdd (1:4) "-"
                       work-yyyymmdd (5:2) "-" work-yyyymmdd (7:2)
                       INTO bucket-date (bucket-no)
                   END-STRING
                   ADD 1 TO bucket-no
               END-IF
           END-PERFORM
           MOVE "LATER" TO bucket-date (7)
           .
       load-fx-rates.
           OPEN INPUT fx-rates-file
           IF NOT fx-rates-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fx-rates-eof
               READ fx-rates-file
                   AT END
                       SET fx-rates-eof TO TRUE
                   NOT AT END
                       PERFORM load-one-fx-rate
               END-READ
           END-PERFORM
           CLOSE fx-rates-file
           .
      *> Same "BASE,ccy" / "date,currency,rate" lines
      *> validate-payments reads.
       load-one-fx-rate.
           IF fx-rates-record = SPACES
               EXIT PARAGRAPH
           END-IF
           IF fx-rates-record (1:5) = "BASE,"
               MOVE FUNCTION UPPER-CASE(fx-rates-record (6:3))
                   TO base-currency
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fx-date-text, fx-currency-text,
               fx-rate-text
           UNSTRING fx-rates-record DELIMITED BY ","
               INTO fx-date-text, fx-currency-text, fx-rate-text
           IF fx-rate-text = SPACES
               EXIT PARAGRAPH
           END-IF
           IF num-fx-rates = 500
               ADD 1 TO fx-overflow-count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-fx-rates
           MOVE fx-date-text (1:10) TO fx-date (num-fx-rates)
           MOVE FUNCTION UPPER-CASE(fx-currency-text (1:3))
               TO fx-currency (num-fx-rates)
           COMPUTE fx-rate (num-fx-rates) =
               FUNCTION NUMVAL(fx-rate-text)
           .
       load-statement-debits.
           OPEN INPUT statement-file
           IF NOT statement-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL statement-eof
               READ statement-file
                   AT END
                       SET statement-eof TO TRUE
                   NOT AT END
                       IF statement-record NOT = SPACES
                               AND num-debits = 2000
                           ADD 1 TO debit-overflow-count
                       END-IF
                       IF statement-record NOT = SPACES
                               AND num-debits < 2000
                           ADD 1 TO num-debits
                           MOVE SPACES TO db-value-date (num-debits),
                               db-amount (num-debits),
                               db-reference (num-debits)
                           MOVE SPACES TO statement-entry-type
                           UNSTRING statement-record
                               DELIMITED BY ","
                               INTO db-value-date (num-debits),
                                   db-amount (num-debits),
                                   db-reference (num-debits),
                                   statement-entry-type
                           MOVE "N" TO db-used-flag (num-debits)
                           *> recalled funds coming back are
                           *> credits, not settlements
                           IF FUNCTION UPPER-CASE(
                                   statement-entry-type) = "CR"
                               SUBTRACT 1 FROM num-debits
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE statement-file
           .
       read-one-source.
           MOVE "N" TO source-eof-flag
           OPEN INPUT source-file
           IF NOT source-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL source-eof
               READ source-file
                   AT END
                       SET source-eof TO TRUE
                   NOT AT END
                       IF source-record NOT = SPACES
                           PERFORM forecast-one-payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE source-file
           .
       forecast-one-payment.
           MOVE SPACES TO pay-vendor-id, pay-iban, pay-bic,
               pay-currency, pay-amount-text, pay-value-date,
               pay-invoice-ref, release-date-text, exception-tail
           IF source-is-released
               UNSTRING source-record DELIMITED BY ","
                   INTO release-date-text, pay-amount-text,
                       pay-value-date, pay-invoice-ref, pay-iban,
                       pay-currency
               PERFORM find-statement-debit
               IF debit-found
                   ADD 1 TO settled-count
                   EXIT PARAGRAPH
               END-IF
           ELSE
               UNSTRING source-record DELIMITED BY ","
                   INTO pay-vendor-id, pay-iban, pay-bic,
                       pay-currency, pay-amount-text,
                       pay-value-date, pay-invoice-ref,
                       exception-tail
           END-IF
           *> the invoice-match exceptions also list rejected
           *> payments, which will never be paid
           IF source-is-held
                   AND exception-tail (1:9) = "REJECTED:"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(pay-amount-text))
                   NOT = 0
                   OR pay-currency = SPACES
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF
           COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text)
           MOVE FUNCTION UPPER-CASE(pay-currency) TO pay-currency

           PERFORM find-forecast-currency
           IF fc-idx > num-forecast-currencies
               ADD 1 TO currency-overflow-count
               EXIT PARAGRAPH
           END-IF
           PERFORM find-value-date-bucket
           PERFORM find-forecast-rate

           EVALUATE TRUE
               WHEN source-is-accepted
                   MOVE 1 TO source-no
               WHEN source-is-pending
                   MOVE 2 TO source-no
               WHEN source-is-released
                   MOVE 3 TO source-no
               WHEN OTHER
                   MOVE 4 TO source-no
           END-EVALUATE
           ADD 1 TO source-count (source-no)

           IF source-is-held
               ADD pay-amount TO fc-held (fc-idx, bucket-no)
           ELSE
               ADD pay-amount TO fc-committed (fc-idx, bucket-no)
           END-IF
           IF rate-none
               ADD 1 TO fc-no-rate-count (fc-idx)
               EXIT PARAGRAPH
           END-IF
           IF rate-estimated
               ADD 1 TO estimated-rate-count
           END-IF
           COMPUTE pay-base-amount ROUNDED = pay-amount * pay-rate
           IF source-is-held
               ADD pay-base-amount TO fc-held-base (fc-idx)
           ELSE
               ADD pay-base-amount TO fc-committed-base (fc-idx)
           END-IF
           .
      *> Same amount, value date and reference as a statement debit
      *> not already claimed: the payment has left the account.
       find-statement-debit.
           MOVE "N" TO debit-found-flag
           IF num-debits = 0
               EXIT PARAGRAPH
           END-IF
           SET debit-idx TO 1
           SEARCH debit-entry
               AT END
                   CONTINUE
               WHEN NOT db-used (debit-idx)
                       AND db-amount (debit-idx) = pay-amount-text
                       AND db-value-date (debit-idx)
                           = pay-value-date
                       AND db-reference (debit-idx)
                           = pay-invoice-ref
                   SET db-used (debit-idx) TO TRUE
                   SET debit-found TO TRUE
           END-SEARCH
           .
      *> Leaves fc-idx on the currency's row, adding it if new, or
      *> past the last row when the table is full.
       find-forecast-currency.
           SET fc-idx TO 1
           IF num-forecast-currencies > 0
               SEARCH forecast-currency-entry
                   AT END
                       SET fc-idx TO num-forecast-currencies
                       SET fc-idx UP BY 1
                   WHEN fc-currency (fc-idx) = pay-currency
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF num-forecast-currencies = 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-forecast-currencies
           SET fc-idx TO num-forecast-currencies
           MOVE pay-currency TO fc-currency (fc-idx)
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               MOVE ZERO TO fc-committed (fc-idx, column-no),
                   fc-held (fc-idx, column-no)
           END-PERFORM
           MOVE ZERO TO fc-committed-base (fc-idx),
               fc-held-base (fc-idx), fc-no-rate-count (fc-idx)
           .
      *> A value date on or before today is due today; a date its
      *> currency's market is closed - weekend or market holiday -
      *> falls to that market's next open day; a date without the
      *> yyyy-mm-dd shape is treated as due today.
       find-value-date-bucket.
           MOVE 1 TO bucket-no
           IF pay-value-date NOT > today-date
                   OR pay-value-date (5:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE pay-value-date (1:4) TO work-yyyymmdd (1:4)
           MOVE pay-value-date (6:2) TO work-yyyymmdd (5:2)
           MOVE pay-value-date (9:2) TO work-yyyymmdd (7:2)
           IF work-yyyymmdd IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE value-date-int =
               FUNCTION INTEGER-OF-DATE(work-yyyymmdd)
           CALL "market-business-day" USING pay-currency,
               value-date-int, market-open-flag, next-open-int
           MOVE next-open-int TO value-date-int
           MOVE today-int TO walk-int
           MOVE ZERO TO business-days
           PERFORM UNTIL walk-int NOT < value-date-int
                   OR business-days > 5
               ADD 1 TO walk-int
               CALL "market-business-day" USING pay-currency,
                   walk-int, market-open-flag, next-open-int
               IF market-open
                   ADD 1 TO business-days
               END-IF
           END-PERFORM
           IF business-days > 5
               MOVE 7 TO bucket-no
           ELSE
               COMPUTE bucket-no = business-days + 1
           END-IF
           .
       find-forecast-rate.
           MOVE 1 TO pay-rate
           SET rate-exact TO TRUE
           IF pay-currency = base-currency
               EXIT PARAGRAPH
           END-IF
           SET rate-none TO TRUE
           MOVE SPACES TO latest-rate-date
           PERFORM VARYING fx-idx FROM 1 BY 1
                   UNTIL fx-idx > num-fx-rates OR rate-exact
               IF fx-currency (fx-idx) = pay-currency
                   IF fx-date (fx-idx) = pay-value-date
                       SET rate-exact TO TRUE
                       MOVE fx-rate (fx-idx) TO pay-rate
                   ELSE
                       IF fx-date (fx-idx) > latest-rate-date
                           SET rate-estimated TO TRUE
                           MOVE fx-date (fx-idx) TO latest-rate-date
                           MOVE fx-rate (fx-idx) TO pay-rate
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       write-forecast-report.
           MOVE SPACES TO forecast-line
           CALL "report-environment" USING forecast-line
           WRITE forecast-line
           MOVE SPACES TO forecast-line
           STRING "CASH REQUIREMENTS FORECAST AS OF " today-date
               "   BASE CURRENCY " base-currency
               INTO forecast-line
           END-STRING
           WRITE forecast-line

           MOVE SPACES TO forecast-line
           MOVE "VALUE DATE" TO forecast-line (1:20)
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               MOVE bucket-date (column-no)
                   TO forecast-line (column-no * 15 + 10:10)
           END-PERFORM
           WRITE forecast-line
           MOVE SPACES TO forecast-line
           MOVE "CCY" TO forecast-line (1:20)
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               MOVE bucket-label (column-no)
                   TO forecast-line (column-no * 15 + 10:10)
           END-PERFORM
           MOVE "TOTAL" TO forecast-line (135:5)
           WRITE forecast-line

           MOVE ZERO TO grand-committed-base, grand-held-base
           PERFORM VARYING fc-idx FROM 1 BY 1
                   UNTIL fc-idx > num-forecast-currencies
               PERFORM write-currency-rows
           END-PERFORM

           COMPUTE grand-total-base =
               grand-committed-base + grand-held-base
           MOVE SPACES TO forecast-line
           WRITE forecast-line
           MOVE grand-committed-base TO amount-edited
           MOVE SPACES TO forecast-line
           STRING "TOTAL " base-currency " EQUIVALENT COMMITTED "
               amount-edited
               INTO forecast-line
           END-STRING
           WRITE forecast-line
           MOVE grand-held-base TO amount-edited
           MOVE SPACES TO forecast-line
           STRING "TOTAL " base-currency " EQUIVALENT ON HOLD   "
               amount-edited
               INTO forecast-line
           END-STRING
           WRITE forecast-line
           MOVE grand-total-base TO amount-edited
           MOVE SPACES TO forecast-line
           STRING "TOTAL " base-currency " EQUIVALENT ALL       "
               amount-edited
               INTO forecast-line
           END-STRING
           WRITE forecast-line

           MOVE SPACES TO forecast-line
           STRING "SOURCES ACCEPTED " source-count (1)
               " PENDING " source-count (2)
               " RELEASED-UNSETTLED " source-count (3)
               " HELD " source-count (4)
               " SETTLED-ON-STATEMENT " settled-count
               " ESTIMATED-RATE " estimated-rate-count
               INTO forecast-line
           END-STRING
           WRITE forecast-line
           .
      *> Per currency: committed (accepted, pending, released),
      *> on hold, both together, and the base equivalent of each.
       write-currency-rows.
           MOVE SPACES TO forecast-line
           STRING fc-currency (fc-idx) " COMMITTED"
               INTO forecast-line
           END-STRING
           MOVE ZERO TO row-total
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               MOVE fc-committed (fc-idx, column-no)
                   TO amount-edited
               MOVE amount-edited
                   TO forecast-line (column-no * 15 + 5:15)
               ADD fc-committed (fc-idx, column-no) TO row-total
           END-PERFORM
           MOVE row-total TO amount-edited
           MOVE amount-edited TO forecast-line (125:15)
           WRITE forecast-line

           MOVE SPACES TO forecast-line
           STRING fc-currency (fc-idx) " ON HOLD"
               INTO forecast-line
           END-STRING
           MOVE ZERO TO row-total
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               MOVE fc-held (fc-idx, column-no) TO amount-edited
               MOVE amount-edited
                   TO forecast-line (column-no * 15 + 5:15)
               ADD fc-held (fc-idx, column-no) TO row-total
           END-PERFORM
           MOVE row-total TO amount-edited
           MOVE amount-edited TO forecast-line (125:15)
           WRITE forecast-line

           MOVE SPACES TO forecast-line
           STRING fc-currency (fc-idx) " TOTAL"
               INTO forecast-line
           END-STRING
           MOVE ZERO TO row-total
           PERFORM VARYING column-no FROM 1 BY 1
                   UNTIL column-no > 7
               COMPUTE amount-edited =
                   fc-committed (fc-idx, column-no)
                   + fc-held (fc-idx, column-no)
               MOVE amount-edited
                   TO forecast-line (column-no * 15 + 5:15)
               ADD fc-committed (fc-idx, column-no)
                   fc-held (fc-idx, column-no) TO row-total
           END-PERFORM
           MOVE row-total TO amount-edited
           MOVE amount-edited TO forecast-line (125:15)
           WRITE forecast-line

           MOVE SPACES TO forecast-line
           MOVE 1 TO line-pointer
           STRING fc-currency (fc-idx) " IN " base-currency
               " COMMITTED "
               DELIMITED BY SIZE
               INTO forecast-line
               WITH POINTER line-pointer
           END-STRING
           MOVE fc-committed-base (fc-idx) TO amount-edited
           STRING FUNCTION TRIM(amount-edited) " ON HOLD "
               DELIMITED BY SIZE
               INTO forecast-line
               WITH POINTER line-pointer
           END-STRING
           MOVE fc-held-base (fc-idx) TO amount-edited
           STRING FUNCTION TRIM(amount-edited)
               DELIMITED BY SIZE
               INTO forecast-line
               WITH POINTER line-pointer
           END-STRING
           IF fc-no-rate-count (fc-idx) > 0
               STRING " - " fc-no-rate-count (fc-idx)
                   " PAYMENT(S) WITH NO RATE ON FILE, NOT CONVERTED"
                   DELIMITED BY SIZE
                   INTO forecast-line
                   WITH POINTER line-pointer
               END-STRING
           END-IF
           WRITE forecast-line
           ADD fc-committed-base (fc-idx) TO grand-committed-base
           ADD fc-held-base (fc-idx) TO grand-held-base
           .
       END PROGRAM forecast-cash-requirements.

      *> Recall of released payments.  Before this, a payment that
      *> went out wrong could only be waited out until the bank
      *> returned it.  An operator raises a recall for a payment on
      *> the released ledger, a DIFFERENT operator approves it, and
      *> the approval produces recall-instructions.txt for the bank
      *> and marks the payment RECALL-PENDING in
      *> payment-history.txt.  reconcile-statement later closes the
      *> recall when the funds come back on the statement, or
      *> escalates it when they have not after the set number of
      *> days.  The actions come from recall-actions.txt:
      *>     RAISE,invoice-ref,amount,reason
      *>     APPROVE,recall-id
      *>     WITHDRAW,recall-id
      *> and are spent once applied.  Every recall lives on
      *> recall-register.txt, one line per recall:
      *>     recall-id,status,invoice-ref,amount,currency,
      *>     value-date,iban,raised-by,raised-date,approved-by,
      *>     approved-date,reason
      *> with status REQUESTED, PENDING (instruction sent),
      *> ESCALATED, CLOSED or WITHDRAWN.  Each action is logged on
      *> recall-log.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manage-payment-recalls.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT actions-file ASSIGN TO "recall-actions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS actions-status.
           SELECT register-file ASSIGN TO "recall-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS register-status.
           SELECT register-new-file
               ASSIGN TO "recall-register.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS register-new-status.
           SELECT released-ledger-file
               ASSIGN TO "payments-released.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS released-ledger-status.
           SELECT history-file ASSIGN TO "payment-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS history-status.
           SELECT history-new-file
               ASSIGN TO "payment-history.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS history-new-status.
           SELECT instruction-file
               ASSIGN TO "recall-instructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS instruction-status.
           SELECT recall-log-file ASSIGN TO "recall-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS recall-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  actions-file
           DATA RECORD IS action-record.
       01  action-record               PIC X(120).

       FD  register-file
           DATA RECORD IS register-record.
       01  register-record             PIC X(300).

       FD  register-new-file
           DATA RECORD IS register-new-record.
       01  register-new-record         PIC X(300).

      *> "release-date,amount,value-date,invoice-ref,iban,currency,
      *> vendor-id" as payment-release appends it.
       FD  released-ledger-file
           DATA RECORD IS released-ledger-record.
       01  released-ledger-record      PIC X(120).

      *> "iban,amount,invoice-ref[,status]" as the duplicate
      *> detector keeps it.
       FD  history-file
           DATA RECORD IS history-record.
       01  history-record              PIC X(100).

       FD  history-new-file
           DATA RECORD IS history-new-record.
       01  history-new-record          PIC X(100).

       FD  instruction-file
           DATA RECORD IS instruction-line.
       01  instruction-line            PIC X(200).

       FD  recall-log-file
           DATA RECORD IS recall-log-line.
       01  recall-log-line             PIC X(200).

       WORKING-STORAGE SECTION.
       01  actions-status              PIC XX.
           88  actions-file-ok         VALUES "00" THRU "09".
       01  register-status             PIC XX.
           88  register-file-ok        VALUES "00" THRU "09".
       01  register-new-status         PIC XX.
           88  register-new-ok         VALUES "00" THRU "09".
       01  released-ledger-status      PIC XX.
           88  released-ledger-ok      VALUES "00" THRU "09".
       01  history-status              PIC XX.
           88  history-file-ok         VALUES "00" THRU "09".
       01  history-new-status          PIC XX.
           88  history-new-ok          VALUES "00" THRU "09".
       01  instruction-status          PIC XX.
           88  instruction-file-ok     VALUES "00" THRU "09".
       01  recall-log-status           PIC XX.
           88  recall-log-ok           VALUES "00" THRU "09".

       01  actions-eof-flag            PIC X VALUE "N".
           88  actions-eof             VALUE "Y".
       01  register-eof-flag           PIC X VALUE "N".
           88  register-eof            VALUE "Y".
       01  ledger-eof-flag             PIC X VALUE "N".
           88  ledger-eof              VALUE "Y".
       01  history-eof-flag            PIC X VALUE "N".
           88  history-eof             VALUE "Y".

       01  num-recalls                 PIC 9(4).
       01  recalls-area.
           03  recall-entry            OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON num-recalls
                                        INDEXED BY rcl-idx.
               05  rc-recall-id        PIC X(16).
               05  rc-status           PIC X(10).
                   88  rc-requested    VALUE "REQUESTED".
                   88  rc-open         VALUES "REQUESTED" "PENDING"
                                              "ESCALATED".
               05  rc-invoice-ref      PIC X(20).
               05  rc-amount           PIC X(15).
               05  rc-currency         PIC XXX.
               05  rc-value-date       PIC X(10).
               05  rc-iban             PIC X(50).
               05  rc-raised-by        PIC X(32).
               05  rc-raised-date      PIC X(10).
               05  rc-approved-by      PIC X(32).
               05  rc-approved-date    PIC X(10).
               05  rc-reason           PIC X(60).
               05  rc-instruct-flag    PIC X.
                   88  rc-instruct     VALUE "Y".
       01  register-pointer            PIC 999.
       01  recall-overflow-count       PIC 9(5) VALUE ZERO.
       01  instructions-failed-flag    PIC X VALUE "N".
           88  instructions-failed     VALUE "Y".
       01  register-save-failed-flag   PIC X VALUE "N".
           88  register-save-failed    VALUE "Y".
       01  saved-return-code           PIC S9(4).

       01  num-history-entries         PIC 9(4).
       01  history-area.
           03  history-entry           OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON
                                            num-history-entries
                                        INDEXED BY hist-idx.
               05  he-iban             PIC X(50).
               05  he-amount           PIC X(15).
               05  he-invoice-ref      PIC X(20).
               05  he-status           PIC X(16).
       01  history-overflow-count      PIC 9(5) VALUE ZERO.
       01  history-save-failed-flag    PIC X VALUE "N".
           88  history-save-failed     VALUE "Y".
       01  history-name                PIC X(24)
                                        VALUE "payment-history.txt".
       01  history-new-name            PIC X(24)
                                        VALUE "payment-history.txt.new".
       01  history-changed-flag        PIC X VALUE "N".
           88  history-changed         VALUE "Y".

       01  act-action                  PIC X(10).
       01  act-key                     PIC X(20).
       01  act-amount                  PIC X(15).
       01  act-reason                  PIC X(60).
       01  act-pointer                 PIC 999.
       01  act-amount-value            PIC 9(9)V99.

       01  led-release-date            PIC X(10).
       01  led-amount                  PIC X(15).
       01  led-value-date              PIC X(10).
       01  led-invoice-ref             PIC X(20).
       01  led-iban                    PIC X(50).
       01  led-currency                PIC X(3).
       01  ledger-found-flag           PIC X.
           88  ledger-found            VALUE "Y".
       01  found-amount                PIC X(15).
       01  found-value-date            PIC X(10).
       01  found-iban                  PIC X(50).
       01  found-currency              PIC X(3).

       01  refusal-reason              PIC X(60).
       01  operator-id                 PIC X(32).
       01  today-date                  PIC X(10).
       01  action-stamp                PIC X(21).
       01  recall-seq                  PIC 9(5).

       01  instruction-count           PIC 9(5).
       01  instruction-total           PIC 9(13)V99.
       01  instruction-total-edited    PIC Z(12)9.99.
       01  actions-applied-count       PIC 9(5).
       01  actions-refused-count       PIC 9(5).

       01  actions-name                PIC X(20)
                                        VALUE "recall-actions.txt".
       01  instruction-name            PIC X(24)
                                        VALUE "recall-instructions.txt".
       01  register-name               PIC X(24)
                                        VALUE "recall-register.txt".
       01  register-new-name           PIC X(24)
                                        VALUE "recall-register.txt.new".

       01  guarded-function            PIC X(20).
       01  auth-allowed-flag           PIC X.
           88  operator-authorized     VALUE "Y".

       PROCEDURE DIVISION.
       main-line.
           *> pulling money back from a payee is as guarded as
           *> sending it
           MOVE "payment-recall" TO guarded-function
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT actions-file
           IF NOT actions-file-ok
               DISPLAY "manage-payment-recalls: no recall actions - "
                   "nothing to do."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:21) TO action-stamp
           MOVE SPACES TO today-date
           STRING action-stamp (1:4) "-" action-stamp (5:2) "-"
               action-stamp (7:2)
               INTO today-date
           END-STRING
           MOVE SPACES TO operator-id
           ACCEPT operator-id FROM ENVIRONMENT "USER"
           IF operator-id = SPACES
               MOVE "unknown" TO operator-id
           END-IF

           PERFORM load-recall-register
           OPEN EXTEND recall-log-file
           IF NOT recall-log-ok
               OPEN OUTPUT recall-log-file
           END-IF

           PERFORM UNTIL actions-eof
               READ actions-file
                   AT END
                       SET actions-eof TO TRUE
                   NOT AT END
                       IF action-record NOT = SPACES
                               AND action-record (1:1) NOT = "#"
                           PERFORM apply-one-action
                       END-IF
               END-READ
           END-PERFORM
           CLOSE actions-file
           CLOSE recall-log-file

           *> a recall the bank is never told of stays REQUESTED
           IF instruction-count > 0
               PERFORM write-recall-instructions
               IF instructions-failed
                   PERFORM withdraw-unsent-approvals
               END-IF
           END-IF
           PERFORM save-recall-register
           IF register-save-failed
               *> nothing of this run is on the register, so nothing
               *> of it goes to the bank either
               IF instruction-count > 0 AND NOT instructions-failed
                   CALL "CBL_DELETE_FILE" USING instruction-name
                   DISPLAY "manage-payment-recalls: "
                       "recall-instructions.txt withdrawn - the "
                       "register was not updated."
               END-IF
           ELSE
               IF instruction-count > 0 AND NOT instructions-failed
                   PERFORM mark-history-recall-pending
               END-IF
           END-IF

           *> the actions are spent; a refused one has to be raised
           *> again once put right.  A run that could not be carried
           *> through keeps them to be run again.
           MOVE RETURN-CODE TO saved-return-code
           IF NOT instructions-failed AND NOT register-save-failed
               CALL "CBL_DELETE_FILE" USING actions-name
           ELSE
               DISPLAY "manage-payment-recalls: recall-actions.txt "
                   "kept to be run again."
           END-IF
           MOVE saved-return-code TO RETURN-CODE

           DISPLAY "manage-payment-recalls: " actions-applied-count
               " action(s) applied, " actions-refused-count
               " refused, " instruction-count
               " recall instruction(s) for the bank."
           IF actions-refused-count > 0 OR instructions-failed
                   OR register-save-failed OR history-save-failed
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       load-recall-register.
           OPEN INPUT register-file
           IF NOT register-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL register-eof
               READ register-file
                   AT END
                       SET register-eof TO TRUE
                   NOT AT END
                       IF register-record NOT = SPACES
                           IF num-recalls < 2000
                               ADD 1 TO num-recalls
                               PERFORM split-register-record
                           ELSE
                               ADD 1 TO recall-overflow-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE register-file
           .
      *> The reason is the rest of the line, so it may hold commas.
       split-register-record.
           SET rcl-idx TO num-recalls
           MOVE SPACES TO recall-entry (rcl-idx)
           MOVE 1 TO register-pointer
           UNSTRING register-record DELIMITED BY ","
               INTO rc-recall-id (rcl-idx), rc-status (rcl-idx),
                   rc-invoice-ref (rcl-idx), rc-amount (rcl-idx),
                   rc-currency (rcl-idx), rc-value-date (rcl-idx),
                   rc-iban (rcl-idx), rc-raised-by (rcl-idx),
                   rc-raised-date (rcl-idx), rc-approved-by (rcl-idx),
                   rc-approved-date (rcl-idx)
               WITH POINTER register-pointer
           IF register-pointer NOT > 300
               MOVE register-record (register-pointer:)
                   TO rc-reason (rcl-idx)
           END-IF
           .
       apply-one-action.
           MOVE SPACES TO act-action, act-key, act-amount,
               act-reason, refusal-reason
           MOVE 1 TO act-pointer
           UNSTRING action-record DELIMITED BY ","
               INTO act-action, act-key
               WITH POINTER act-pointer
           MOVE FUNCTION UPPER-CASE(act-action) TO act-action
           EVALUATE act-action
               WHEN "RAISE"
                   PERFORM raise-recall
               WHEN "APPROVE"
                   PERFORM approve-recall
               WHEN "WITHDRAW"
                   PERFORM withdraw-recall
               WHEN OTHER
                   MOVE "UNKNOWN-ACTION" TO refusal-reason
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               ADD 1 TO actions-refused-count
               DISPLAY "manage-payment-recalls: refused "
                   FUNCTION TRIM(action-record) " - "
                   FUNCTION TRIM(refusal-reason)
               MOVE SPACES TO recall-log-line
               STRING action-stamp " " FUNCTION TRIM(operator-id)
                   " REFUSED " FUNCTION TRIM(refusal-reason) " "
                   FUNCTION TRIM(action-record)
                   INTO recall-log-line
               END-STRING
               WRITE recall-log-line
           ELSE
               ADD 1 TO actions-applied-count
           END-IF
           .
       raise-recall.
           IF act-pointer NOT > 120
               UNSTRING action-record DELIMITED BY ","
                   INTO act-amount
                   WITH POINTER act-pointer
           END-IF
           IF act-pointer NOT > 120
               MOVE action-record (act-pointer:) TO act-reason
           END-IF
           EVALUATE TRUE
               WHEN act-key = SPACES
                   MOVE "NO-INVOICE-REF" TO refusal-reason
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(act-amount))
                       NOT = 0
                   MOVE "AMOUNT-NOT-NUMERIC" TO refusal-reason
               WHEN act-reason = SPACES
                   MOVE "NO-RECALL-REASON" TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE act-amount-value = FUNCTION NUMVAL(act-amount)

           PERFORM find-released-payment
           IF NOT ledger-found
               MOVE "NOT-ON-RELEASED-LEDGER" TO refusal-reason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-open (rcl-idx)
                       AND rc-invoice-ref (rcl-idx) = act-key
                       AND rc-iban (rcl-idx) = found-iban
                       AND rc-amount (rcl-idx) = found-amount
                   MOVE "RECALL-ALREADY-OPEN" TO refusal-reason
               END-IF
           END-PERFORM
           IF refusal-reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF num-recalls = 2000
               MOVE "RECALL-REGISTER-FULL" TO refusal-reason
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO num-recalls
           SET rcl-idx TO num-recalls
           MOVE SPACES TO recall-entry (rcl-idx)
           MOVE num-recalls TO recall-seq
           STRING "RCL" action-stamp (1:8) recall-seq
               INTO rc-recall-id (rcl-idx)
           END-STRING
           MOVE "REQUESTED" TO rc-status (rcl-idx)
           MOVE act-key TO rc-invoice-ref (rcl-idx)
           MOVE found-amount TO rc-amount (rcl-idx)
           MOVE found-currency TO rc-currency (rcl-idx)
           MOVE found-value-date TO rc-value-date (rcl-idx)
           MOVE found-iban TO rc-iban (rcl-idx)
           MOVE operator-id TO rc-raised-by (rcl-idx)
           MOVE today-date TO rc-raised-date (rcl-idx)
           MOVE act-reason TO rc-reason (rcl-idx)
           PERFORM log-recall-action
           DISPLAY "manage-payment-recalls: recall "
               rc-recall-id (rcl-idx) " raised for "
               FUNCTION TRIM(act-key) " - awaiting approval by a "
               "second operator."
           .
      *> The latest released line for the invoice and amount.
       find-released-payment.
           MOVE "N" TO ledger-found-flag
           MOVE "N" TO ledger-eof-flag
           OPEN INPUT released-ledger-file
           IF NOT released-ledger-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ledger-eof
               READ released-ledger-file
                   AT END
                       SET ledger-eof TO TRUE
                   NOT AT END
                       PERFORM check-one-released-line
               END-READ
           END-PERFORM
           CLOSE released-ledger-file
           .
       check-one-released-line.
           IF released-ledger-record = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO led-release-date, led-amount,
               led-value-date, led-invoice-ref, led-iban,
               led-currency
           UNSTRING released-ledger-record DELIMITED BY ","
               INTO led-release-date, led-amount, led-value-date,
                   led-invoice-ref, led-iban, led-currency
           IF led-invoice-ref NOT = act-key
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(led-amount))
                       NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(led-amount) = act-amount-value
               SET ledger-found TO TRUE
               MOVE led-amount TO found-amount
               MOVE led-value-date TO found-value-date
               MOVE led-iban TO found-iban
               MOVE led-currency TO found-currency
           END-IF
           .
       find-recall-by-id.
           SET rcl-idx TO 1
           IF num-recalls = 0
               SET rcl-idx UP BY 1
               EXIT PARAGRAPH
           END-IF
           SEARCH recall-entry
               AT END
                   SET rcl-idx TO num-recalls
                   SET rcl-idx UP BY 1
               WHEN rc-recall-id (rcl-idx) = act-key
                   CONTINUE
           END-SEARCH
           .
      *> Two-operator control: whoever raised a recall cannot be
      *> the one to approve it.
       approve-recall.
           PERFORM find-recall-by-id
           EVALUATE TRUE
               WHEN rcl-idx > num-recalls
                   MOVE "RECALL-NOT-ON-REGISTER" TO refusal-reason
               WHEN NOT rc-requested (rcl-idx)
                   STRING "RECALL-IS-"
                       FUNCTION TRIM(rc-status (rcl-idx))
                       INTO refusal-reason
                   END-STRING
               WHEN rc-raised-by (rcl-idx) = operator-id
                   MOVE "APPROVER-RAISED-THE-RECALL"
                       TO refusal-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "PENDING" TO rc-status (rcl-idx)
           MOVE operator-id TO rc-approved-by (rcl-idx)
           MOVE today-date TO rc-approved-date (rcl-idx)
           SET rc-instruct (rcl-idx) TO TRUE
           ADD 1 TO instruction-count
           ADD FUNCTION NUMVAL(rc-amount (rcl-idx))
               TO instruction-total
           PERFORM log-recall-action
           .
       withdraw-recall.
           PERFORM find-recall-by-id
           EVALUATE TRUE
               WHEN rcl-idx > num-recalls
                   MOVE "RECALL-NOT-ON-REGISTER" TO refusal-reason
               WHEN NOT rc-requested (rcl-idx)
                   STRING "RECALL-IS-"
                       FUNCTION TRIM(rc-status (rcl-idx))
                       INTO refusal-reason
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF refusal-reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "WITHDRAWN" TO rc-status (rcl-idx)
           PERFORM log-recall-action
           .
       log-recall-action.
           MOVE SPACES TO recall-log-line
           STRING action-stamp " " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(act-action) " "
               rc-recall-id (rcl-idx) " "
               FUNCTION TRIM(rc-invoice-ref (rcl-idx)) " "
               FUNCTION TRIM(rc-amount (rcl-idx)) " "
               FUNCTION TRIM(rc-iban (rcl-idx)) " "
               FUNCTION TRIM(rc-status (rcl-idx))
               INTO recall-log-line
           END-STRING
           WRITE recall-log-line
           .
      *> Header, one RCL line per recall approved this run, and a
      *> trailer with the count and amount total.
       write-recall-instructions.
           OPEN OUTPUT instruction-file
           IF NOT instruction-file-ok
               DISPLAY "manage-payment-recalls: recall instruction "
                   "file could not be opened - approved recalls "
                   "stay REQUESTED for approval again."
               SET instructions-failed TO TRUE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO instruction-line
           STRING "HDR,RECALL," action-stamp
               INTO instruction-line
           END-STRING
           WRITE instruction-line
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-instruct (rcl-idx)
                   MOVE SPACES TO instruction-line
                   STRING "RCL," FUNCTION TRIM(rc-recall-id (rcl-idx))
                       "," FUNCTION TRIM(rc-invoice-ref (rcl-idx))
                       "," FUNCTION TRIM(rc-amount (rcl-idx))
                       "," FUNCTION TRIM(rc-currency (rcl-idx))
                       "," FUNCTION TRIM(rc-value-date (rcl-idx))
                       "," FUNCTION TRIM(rc-iban (rcl-idx))
                       "," FUNCTION TRIM(rc-reason (rcl-idx))
                       INTO instruction-line
                   END-STRING
                   WRITE instruction-line
               END-IF
           END-PERFORM
           MOVE instruction-total TO instruction-total-edited
           MOVE SPACES TO instruction-line
           STRING "TRL," instruction-count ","
               FUNCTION TRIM(instruction-total-edited)
               INTO instruction-line
           END-STRING
           WRITE instruction-line
           CLOSE instruction-file
           .
      *> The approvals this run took back out, so the register
      *> shows those recalls as they stood before it.
       withdraw-unsent-approvals.
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-instruct (rcl-idx)
                   MOVE "REQUESTED" TO rc-status (rcl-idx)
                   MOVE SPACES TO rc-approved-by (rcl-idx),
                       rc-approved-date (rcl-idx),
                       rc-instruct-flag (rcl-idx)
               END-IF
           END-PERFORM
           .
       mark-history-recall-pending.
           OPEN INPUT history-file
           IF NOT history-file-ok
               DISPLAY "manage-payment-recalls: no payment history "
                   "- recalls not marked there."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL history-eof
               READ history-file
                   AT END
                       SET history-eof TO TRUE
                   NOT AT END
                       IF history-record NOT = SPACES
                               AND num-history-entries = 2000
                           ADD 1 TO history-overflow-count
                       END-IF
                       IF history-record NOT = SPACES
                               AND num-history-entries < 2000
                           ADD 1 TO num-history-entries
                           MOVE SPACES TO history-entry
                               (num-history-entries)
                           UNSTRING history-record
                               DELIMITED BY ","
                               INTO he-iban (num-history-entries),
                                   he-amount (num-history-entries),
                                   he-invoice-ref
                                       (num-history-entries),
                                   he-status (num-history-entries)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE history-file
           *> a history cut short would lose its later lines when
           *> written back
           IF history-overflow-count > 0
               DISPLAY "manage-payment-recalls: " history-overflow-count
                   " payment-history.txt line(s) past the table of "
                   "2000 - payment-history.txt not updated."
               SET history-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               IF rc-instruct (rcl-idx)
                   PERFORM mark-one-history-line
               END-IF
           END-PERFORM
           IF history-changed
               PERFORM save-payment-history
           END-IF
           .
      *> The most recent matching line is the payment recalled.
       mark-one-history-line.
           PERFORM VARYING hist-idx FROM num-history-entries BY -1
                   UNTIL hist-idx < 1
               IF he-iban (hist-idx) = rc-iban (rcl-idx)
                       AND he-amount (hist-idx) = rc-amount (rcl-idx)
                       AND he-invoice-ref (hist-idx)
                           = rc-invoice-ref (rcl-idx)
                       AND he-status (hist-idx) = SPACES
                   MOVE "RECALL-PENDING" TO he-status (hist-idx)
                   SET history-changed TO TRUE
                   SET hist-idx TO 1
               END-IF
           END-PERFORM
           .
      *> Written beside the old history and only then put in its
      *> place.
       save-payment-history.
           OPEN OUTPUT history-new-file
           IF NOT history-new-ok
               DISPLAY "manage-payment-recalls: "
                   "payment-history.txt.new "
                   "could not be opened - payment-history.txt not "
                   "updated."
               SET history-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hist-idx FROM 1 BY 1
                   UNTIL hist-idx > num-history-entries
               MOVE SPACES TO history-new-record
               IF he-status (hist-idx) = SPACES
                   STRING FUNCTION TRIM(he-iban (hist-idx)) ","
                       FUNCTION TRIM(he-amount (hist-idx)) ","
                       FUNCTION TRIM(he-invoice-ref (hist-idx))
                       INTO history-new-record
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(he-iban (hist-idx)) ","
                       FUNCTION TRIM(he-amount (hist-idx)) ","
                       FUNCTION TRIM(he-invoice-ref (hist-idx))
                       "," FUNCTION TRIM(he-status (hist-idx))
                       INTO history-new-record
                   END-STRING
               END-IF
               WRITE history-new-record
           END-PERFORM
           CLOSE history-new-file
           CALL "CBL_RENAME_FILE" USING history-new-name,
               history-name
           IF RETURN-CODE NOT = 0
               DISPLAY "manage-payment-recalls: "
                   "payment-history.txt.new "
                   "could not replace payment-history.txt - "
                   "payment history not updated."
               SET history-save-failed TO TRUE
           END-IF
           .
      *> Written beside the old register and only then put in its
      *> place, and never from a table that could not hold it all.
       save-recall-register.
           IF recall-overflow-count > 0
               DISPLAY "manage-payment-recalls: "
                   recall-overflow-count " recall(s) past the table "
                   "of 2000 - recall-register.txt not updated."
               SET register-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT register-new-file
           IF NOT register-new-ok
               DISPLAY "manage-payment-recalls: "
                   "recall-register.txt.new could not be opened - "
                   "recall-register.txt not updated."
               SET register-save-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rcl-idx FROM 1 BY 1
                   UNTIL rcl-idx > num-recalls
               MOVE SPACES TO register-new-record
               STRING FUNCTION TRIM(rc-recall-id (rcl-idx)) ","
                   FUNCTION TRIM(rc-status (rcl-idx)) ","
                   FUNCTION TRIM(rc-invoice-ref (rcl-idx)) ","
                   FUNCTION TRIM(rc-amount (rcl-idx)) ","
                   FUNCTION TRIM(rc-currency (rcl-idx)) ","
                   FUNCTION TRIM(rc-value-date (rcl-idx)) ","
                   FUNCTION TRIM(rc-iban (rcl-idx)) ","
                   FUNCTION TRIM(rc-raised-by (rcl-idx)) ","
                   FUNCTION TRIM(rc-raised-date (rcl-idx)) ","
                   FUNCTION TRIM(rc-approved-by (rcl-idx)) ","
                   FUNCTION TRIM(rc-approved-date (rcl-idx)) ","
                   FUNCTION TRIM(rc-reason (rcl-idx))
                   INTO register-new-record
               END-STRING
               WRITE register-new-record
           END-PERFORM
           CLOSE register-new-file
           CALL "CBL_RENAME_FILE" USING register-new-name,
               register-name
           IF RETURN-CODE NOT = 0
               DISPLAY "manage-payment-recalls: "
                   "recall-register.txt.new could not replace "
                   "recall-register.txt - register not updated."
               SET register-save-failed TO TRUE
           END-IF
           .
       END PROGRAM manage-payment-recalls.

      *> Year-end vendor tax reporting.  Totals each vendor's
      *> settled payments for the tax year from the released
      *> ledger - the value date decides the year - net of the
      *> payments payment-history.txt shows as RETURNED by the
      *> bank or RECALLED.  Lines released before the ledger
      *> carried the vendor fall back to vendor-last-ibans.txt for
      *> it.  Amounts are in the base currency of fx-rates.txt, at
      *> the value date's rate or else the latest earlier one.
      *> Only vendors the vendor master flags reportable count;
      *> those at or over the threshold with a tax ID go on the
      *> authority's fixed-layout filing file, tax-filing.txt, and
      *> get a vendor copy on tax-vendor-copies.txt.  The control
      *> report, tax-control-report.txt, lists the vendors over
      *> the threshold with no tax ID, vendors paid but not on the
      *> master, and payments with no rate to convert them.
      *> tax-year-parameters.txt holds one line,
      *>     tax-year,payer-tax-id,payer-name,threshold
      *> defaulting to last year and a 600.00 threshold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-vendor-tax-year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parameters-file
               ASSIGN TO "tax-year-parameters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS parameters-status.
           SELECT released-ledger-file
               ASSIGN TO "payments-released.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS released-ledger-status.
           SELECT history-file ASSIGN TO "payment-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS history-status.
           SELECT vendor-ibans-file ASSIGN TO "vendor-last-ibans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS vendor-ibans-status.
           SELECT fx-rates-file ASSIGN TO "fx-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS fx-rates-status.
           SELECT vendor-master-file ASSIGN TO "vendor-master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vm-vendor-id
               STATUS IS vendor-master-status.
           SELECT filing-file ASSIGN TO "tax-filing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS filing-status.
           SELECT vendor-copy-file ASSIGN TO "tax-vendor-copies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS vendor-copy-status.
           SELECT control-file ASSIGN TO "tax-control-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS control-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parameters-file
           DATA RECORD IS parameters-record.
       01  parameters-record           PIC X(120).

      *> "release-date,amount,value-date,invoice-ref,iban,currency,
      *> vendor-id" as payment-release appends it.
       FD  released-ledger-file
           DATA RECORD IS released-ledger-record.
       01  released-ledger-record      PIC X(120).

       FD  history-file
           DATA RECORD IS history-record.
       01  history-record              PIC X(100).

       FD  vendor-ibans-file
           DATA RECORD IS vendor-ibans-record.
       01  vendor-ibans-record         PIC X(75).

       FD  fx-rates-file
           DATA RECORD IS fx-rates-record.
       01  fx-rates-record             PIC X(40).

      *> Same layout maintain-vendor-master keeps.
       FD  vendor-master-file
           DATA RECORD IS vendor-master-record.
       01  vendor-master-record.
           05  vm-vendor-id            PIC X(20).
           05  vm-legal-name           PIC X(60).
           05  vm-status               PIC X.
               88  vm-active           VALUE "A".
               88  vm-blocked          VALUE "B".
           05  vm-currency             PIC XXX.
           05  vm-payment-terms        PIC X(10).
           05  vm-block-reason         PIC X(30).
           05  vm-added-date           PIC X(10).
           05  vm-changed-date         PIC X(10).
           05  vm-reportable           PIC X.
               88  vm-is-reportable    VALUE "Y".
           05  vm-tax-id               PIC X(20).

       FD  filing-file
           DATA RECORD IS filing-line.
       01  filing-line                 PIC X(120).

       FD  vendor-copy-file
           DATA RECORD IS vendor-copy-line.
       01  vendor-copy-line            PIC X(100).

       FD  control-file
           DATA RECORD IS control-line.
       01  control-line                PIC X(132).

       WORKING-STORAGE SECTION.
       01  parameters-status           PIC XX.
           88  parameters-file-ok      VALUES "00" THRU "09".
       01  released-ledger-status      PIC XX.
           88  released-ledger-ok      VALUES "00" THRU "09".
       01  history-status              PIC XX.
           88  history-file-ok         VALUES "00" THRU "09".
       01  vendor-ibans-status         PIC XX.
           88  vendor-ibans-ok         VALUES "00" THRU "09".
       01  fx-rates-status             PIC XX.
           88  fx-rates-file-ok        VALUES "00" THRU "09".
       01  vendor-master-status        PIC XX.
           88  vendor-master-ok        VALUES "00" THRU "09".
       01  filing-status               PIC XX.
           88  filing-file-ok          VALUES "00" THRU "09".
       01  vendor-copy-status          PIC XX.
           88  vendor-copy-ok          VALUES "00" THRU "09".
       01  control-status              PIC XX.
           88  control-file-ok         VALUES "00" THRU "09".

       01  ledger-eof-flag             PIC X VALUE "N".
           88  ledger-eof              VALUE "Y".
       01  history-eof-flag            PIC X VALUE "N".
           88  history-eof             VALUE "Y".
       01  vendor-ibans-eof-flag       PIC X VALUE "N".
           88  vendor-ibans-eof        VALUE "Y".
       01  fx-rates-eof-flag           PIC X VALUE "N".
           88  fx-rates-eof            VALUE "Y".
       01  vendor-master-open-flag     PIC X VALUE "N".
           88  vendor-master-open      VALUE "Y".
       01  vendor-on-master-flag       PIC X.
           88  vendor-on-master        VALUE "Y".

      *> The authority's fixed 120-byte layout: one A (payer)
      *> record, a B record per payee, and a C control record.
      *> Amounts are whole cents with no decimal point.
       01  filing-record.
           05  fr-record-type          PIC X.
           05  fr-tax-year             PIC 9(4).
           05  fr-body                 PIC X(115).
           05  fr-payer-body REDEFINES fr-body.
               10  fr-payer-tax-id     PIC X(20).
               10  fr-payer-name       PIC X(60).
               10  FILLER              PIC X(35).
           05  fr-payee-body REDEFINES fr-body.
               10  fr-payee-tax-id     PIC X(20).
               10  fr-payee-name       PIC X(60).
               10  fr-payee-account    PIC X(20).
               10  fr-payee-amount     PIC 9(11)V99.
               10  FILLER              PIC XX.
           05  fr-control-body REDEFINES fr-body.
               10  fr-payee-count      PIC 9(8).
               10  fr-total-amount     PIC 9(13)V99.
               10  FILLER              PIC X(92).

       01  tax-year                    PIC 9(4).
       01  payer-tax-id                PIC X(20).
       01  payer-name                  PIC X(60).
       01  reporting-threshold         PIC 9(9)V99 VALUE 600.00.
       01  parm-year-text              PIC X(6).
       01  parm-threshold-text         PIC X(15).

       01  base-currency               PIC XXX VALUE "USD".
       01  num-fx-rates                PIC 9(3).
       01  fx-rates-area.
           03  fx-rate-entry           OCCURS 1 TO 500 TIMES
                                        DEPENDING ON num-fx-rates
                                        INDEXED BY fx-idx.
               05  fx-date             PIC X(10).
               05  fx-currency         PIC XXX.
               05  fx-rate             PIC 9(5)V9(6).
       01  fx-date-text                PIC X(12).
       01  fx-currency-text            PIC X(6).
       01  fx-rate-text                PIC X(14).
       01  pay-rate                    PIC 9(5)V9(6).
       01  rate-date                   PIC X(10).
       01  rate-found-flag             PIC X.
           88  rate-found              VALUE "Y".
      *> Rate lines beyond the rate table; the filing would convert
      *> without them, so the run ends non-zero.
       01  fx-overflow-count           PIC 9(5) VALUE ZERO.

       01  num-history-entries         PIC 9(4).
       01  history-area.
           03  history-entry           OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON
                                            num-history-entries
                                        INDEXED BY hist-idx.
               05  he-iban             PIC X(50).
               05  he-amount           PIC X(15).
               05  he-invoice-ref      PIC X(20).
               05  he-status           PIC X(16).
               05  he-used-flag        PIC X.
                   88  he-used         VALUE "Y".

       01  num-vendor-ibans            PIC 9(4).
       01  vendor-ibans-area.
           03  vendor-iban-entry       OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON
                                            num-vendor-ibans
                                        INDEXED BY vib-idx.
               05  vi-vendor-id        PIC X(20).
               05  vi-iban             PIC X(50).

       01  num-tax-vendors             PIC 9(4).
       01  tax-vendors-area.
           03  tax-vendor-entry        OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON num-tax-vendors
                                        INDEXED BY tv-idx.
               05  tv-vendor-id        PIC X(20).
               05  tv-payment-count    PIC 9(5).
               05  tv-settled          PIC 9(11)V99.
               05  tv-returned         PIC 9(11)V99.
               05  tv-recalled         PIC 9(11)V99.
       01  vendor-overflow-count       PIC 9(5).

       01  led-release-date            PIC X(10).
       01  led-amount                  PIC X(15).
       01  led-value-date              PIC X(10).
       01  led-invoice-ref             PIC X(20).
       01  led-iban                    PIC X(50).
       01  led-currency                PIC X(3).
       01  led-vendor-id               PIC X(20).
       01  led-amount-value            PIC 9(9)V99.
       01  led-base-amount             PIC 9(11)V99.
       01  led-history-status          PIC X(16).

       01  today-year                  PIC 9(4).
       01  amount-edited               PIC Z(10)9.99.
       01  threshold-edited            PIC Z(8)9.99.
       01  line-pointer                PIC 999.

       01  payments-in-year-count      PIC 9(7).
       01  unconverted-count           PIC 9(5).
       01  unknown-vendor-count        PIC 9(5).
       01  no-vendor-count             PIC 9(5).
       01  missing-tax-id-count        PIC 9(5).
       01  not-reportable-count        PIC 9(5).
       01  under-threshold-count       PIC 9(5).
       01  filed-count                 PIC 9(8).
       01  filed-total                 PIC 9(13)V99.
       01  returned-total              PIC 9(13)V99.
       01  recalled-total              PIC 9(13)V99.

       PROCEDURE DIVISION.
       main-line.
           MOVE FUNCTION CURRENT-DATE (1:4) TO today-year
           COMPUTE tax-year = today-year - 1
           MOVE SPACES TO payer-tax-id, payer-name
           PERFORM read-tax-parameters

           PERFORM load-fx-rates
           PERFORM load-payment-history
           PERFORM load-vendor-ibans

           OPEN INPUT released-ledger-file
           IF NOT released-ledger-ok
               DISPLAY "report-vendor-tax-year: no released ledger "
                   "- nothing to report."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT filing-file
           OPEN OUTPUT vendor-copy-file
           OPEN OUTPUT control-file
           IF NOT filing-file-ok OR NOT vendor-copy-ok
                   OR NOT control-file-ok
               DISPLAY "report-vendor-tax-year: output files could "
                   "not be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM write-control-heading

           PERFORM UNTIL ledger-eof
               READ released-ledger-file
                   AT END
                       SET ledger-eof TO TRUE
                   NOT AT END
                       IF released-ledger-record NOT = SPACES
                           PERFORM total-one-payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE released-ledger-file

           OPEN INPUT vendor-master-file
           IF vendor-master-ok
               SET vendor-master-open TO TRUE
           ELSE
               DISPLAY "report-vendor-tax-year: vendor master could "
                   "not be opened (status " vendor-master-status
                   ") - no vendor can be reported."
           END-IF

           PERFORM write-payer-record
           PERFORM VARYING tv-idx FROM 1 BY 1
                   UNTIL tv-idx > num-tax-vendors
               PERFORM report-one-vendor
           END-PERFORM
           PERFORM write-control-record
           PERFORM write-control-summary

           CLOSE filing-file
           CLOSE vendor-copy-file
           CLOSE control-file
           IF vendor-master-open
               CLOSE vendor-master-file
           END-IF

           MOVE filed-total TO amount-edited
           DISPLAY "report-vendor-tax-year: tax year " tax-year
               " - " filed-count " vendor(s) filed, total "
               base-currency " " FUNCTION TRIM(amount-edited) "; "
               missing-tax-id-count " over the threshold with no "
               "tax ID."
           IF missing-tax-id-count > 0 OR unknown-vendor-count > 0
                   OR unconverted-count > 0 OR no-vendor-count > 0
                   OR vendor-overflow-count > 0
                   OR payer-tax-id = SPACES
               MOVE 1 TO RETURN-CODE
           END-IF
           IF fx-overflow-count > 0
               DISPLAY "report-vendor-tax-year: " fx-overflow-count
                   " FX rate line(s) beyond the rate table were not "
                   "loaded - conversions may be wrong."
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       read-tax-parameters.
           OPEN INPUT parameters-file
           IF NOT parameters-file-ok
               EXIT PARAGRAPH
           END-IF
           READ parameters-file
               AT END
                   MOVE SPACES TO parameters-record
           END-READ
           CLOSE parameters-file
           MOVE SPACES TO parm-year-text, parm-threshold-text
           UNSTRING parameters-record DELIMITED BY ","
               INTO parm-year-text, payer-tax-id, payer-name,
                   parm-threshold-text
           IF parm-year-text (1:4) IS NUMERIC
               MOVE parm-year-text (1:4) TO tax-year
           END-IF
           IF parm-threshold-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(parm-threshold-text)) = 0
               COMPUTE reporting-threshold =
                   FUNCTION NUMVAL(parm-threshold-text)
           END-IF
           .
       load-fx-rates.
           OPEN INPUT fx-rates-file
           IF NOT fx-rates-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fx-rates-eof
               READ fx-rates-file
                   AT END
                       SET fx-rates-eof TO TRUE
                   NOT AT END
                       PERFORM load-one-fx-rate
               END-READ
           END-PERFORM
           CLOSE fx-rates-file
           .
      *> Same "BASE,ccy" / "date,currency,rate" lines
      *> validate-payments reads.
       load-one-fx-rate.
           IF fx-rates-record = SPACES
               EXIT PARAGRAPH
           END-IF
           IF fx-rates-record (1:5) = "BASE,"
               MOVE FUNCTION UPPER-CASE(fx-rates-record (6:3))
                   TO base-currency
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fx-date-text, fx-currency-text,
               fx-rate-text
           UNSTRING fx-rates-record DELIMITED BY ","
               INTO fx-date-text, fx-currency-text, fx-rate-text
           IF fx-rate-text = SPACES
               EXIT PARAGRAPH
           END-IF
           IF num-fx-rates = 500
               ADD 1 TO fx-overflow-count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-fx-rates
           MOVE fx-date-text (1:10) TO fx-date (num-fx-rates)
           MOVE FUNCTION UPPER-CASE(fx-currency-text (1:3))
               TO fx-currency (num-fx-rates)
           COMPUTE fx-rate (num-fx-rates) =
               FUNCTION NUMVAL(fx-rate-text)
           .
       load-payment-history.
           OPEN INPUT history-file
           IF NOT history-file-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL history-eof
               READ history-file
                   AT END
                       SET history-eof TO TRUE
                   NOT AT END
                       IF history-record NOT = SPACES
                               AND num-history-entries < 2000
                           ADD 1 TO num-history-entries
                           MOVE SPACES TO history-entry
                               (num-history-entries)
                           UNSTRING history-record
                               DELIMITED BY ","
                               INTO he-iban (num-history-entries),
                                   he-amount (num-history-entries),
                                   he-invoice-ref
                                       (num-history-entries),
                                   he-status (num-history-entries)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE history-file
           .
       load-vendor-ibans.
           OPEN INPUT vendor-ibans-file
           IF NOT vendor-ibans-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL vendor-ibans-eof
               READ vendor-ibans-file
                   AT END
                       SET vendor-ibans-eof TO TRUE
                   NOT AT END
                       IF vendor-ibans-record NOT = SPACES
                               AND num-vendor-ibans < 2000
                           ADD 1 TO num-vendor-ibans
                           UNSTRING vendor-ibans-record
                               DELIMITED BY ","
                               INTO vi-vendor-id
                                   (num-vendor-ibans),
                                   vi-iban (num-vendor-ibans)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE vendor-ibans-file
           .
       total-one-payment.
           MOVE SPACES TO led-release-date, led-amount,
               led-value-date, led-invoice-ref, led-iban,
               led-currency, led-vendor-id
           UNSTRING released-ledger-record DELIMITED BY ","
               INTO led-release-date, led-amount, led-value-date,
                   led-invoice-ref, led-iban, led-currency,
                   led-vendor-id
           IF led-value-date (1:4) NOT = tax-year
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO payments-in-year-count
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(led-amount))
                   NOT = 0
               ADD 1 TO unconverted-count
               EXIT PARAGRAPH
           END-IF
           COMPUTE led-amount-value = FUNCTION NUMVAL(led-amount)

           IF led-vendor-id = SPACES
               PERFORM find-vendor-by-iban
           END-IF
           IF led-vendor-id = SPACES
               ADD 1 TO no-vendor-count
               PERFORM write-no-vendor-line
               EXIT PARAGRAPH
           END-IF

           PERFORM find-rate-for-payment
           IF NOT rate-found
               ADD 1 TO unconverted-count
               PERFORM write-no-rate-line
               EXIT PARAGRAPH
           END-IF
           COMPUTE led-base-amount ROUNDED =
               led-amount-value * pay-rate

           PERFORM find-tax-vendor
           IF tv-idx > num-tax-vendors
               ADD 1 TO vendor-overflow-count
               EXIT PARAGRAPH
           END-IF
           PERFORM find-history-status
           EVALUATE led-history-status
               WHEN "RETURNED"
                   ADD led-base-amount TO tv-returned (tv-idx),
                       returned-total
               WHEN "RECALLED"
                   ADD led-base-amount TO tv-recalled (tv-idx),
                       recalled-total
               WHEN OTHER
                   ADD led-base-amount TO tv-settled (tv-idx)
                   ADD 1 TO tv-payment-count (tv-idx)
           END-EVALUATE
           .
       find-vendor-by-iban.
           PERFORM VARYING vib-idx FROM 1 BY 1
                   UNTIL vib-idx > num-vendor-ibans
               IF vi-iban (vib-idx) = led-iban
                   MOVE vi-vendor-id (vib-idx) TO led-vendor-id
               END-IF
           END-PERFORM
           .
      *> Ledger lines from before the currency was carried are in
      *> the base currency.
       find-rate-for-payment.
           MOVE 1 TO pay-rate
           SET rate-found TO TRUE
           IF led-currency = SPACES OR led-currency = base-currency
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO rate-found-flag
           MOVE SPACES TO rate-date
           PERFORM VARYING fx-idx FROM 1 BY 1
                   UNTIL fx-idx > num-fx-rates
               IF fx-currency (fx-idx) = led-currency
                       AND fx-date (fx-idx) NOT > led-value-date
                       AND fx-date (fx-idx) NOT < rate-date
                   SET rate-found TO TRUE
                   MOVE fx-date (fx-idx) TO rate-date
                   MOVE fx-rate (fx-idx) TO pay-rate
               END-IF
           END-PERFORM
           .
       find-tax-vendor.
           SET tv-idx TO 1
           IF num-tax-vendors > 0
               SEARCH tax-vendor-entry
                   AT END
                       SET tv-idx TO num-tax-vendors
                       SET tv-idx UP BY 1
                   WHEN tv-vendor-id (tv-idx) = led-vendor-id
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF num-tax-vendors = 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-tax-vendors
           SET tv-idx TO num-tax-vendors
           MOVE led-vendor-id TO tv-vendor-id (tv-idx)
           MOVE ZERO TO tv-payment-count (tv-idx),
               tv-settled (tv-idx), tv-returned (tv-idx),
               tv-recalled (tv-idx)
           .
      *> Each history line answers for one released payment.
       find-history-status.
           MOVE SPACES TO led-history-status
           PERFORM VARYING hist-idx FROM 1 BY 1
                   UNTIL hist-idx > num-history-entries
               IF NOT he-used (hist-idx)
                       AND he-iban (hist-idx) = led-iban
                       AND he-amount (hist-idx) = led-amount
                       AND he-invoice-ref (hist-idx)
                           = led-invoice-ref
                   SET he-used (hist-idx) TO TRUE
                   MOVE he-status (hist-idx) TO led-history-status
                   SET hist-idx TO num-history-entries
               END-IF
           END-PERFORM
           .
       read-vendor-master.
           MOVE "N" TO vendor-on-master-flag
           IF NOT vendor-master-open
               EXIT PARAGRAPH
           END-IF
           MOVE tv-vendor-id (tv-idx) TO vm-vendor-id
           READ vendor-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET vendor-on-master TO TRUE
           END-READ
           .
       report-one-vendor.
           PERFORM read-vendor-master
           IF NOT vendor-on-master
               ADD 1 TO unknown-vendor-count
               MOVE tv-settled (tv-idx) TO amount-edited
               MOVE SPACES TO control-line
               STRING "NOT ON VENDOR MASTER   "
                   tv-vendor-id (tv-idx) " " base-currency " "
                   amount-edited
                   INTO control-line
               END-STRING
               WRITE control-line
               EXIT PARAGRAPH
           END-IF
           IF NOT vm-is-reportable
               ADD 1 TO not-reportable-count
               EXIT PARAGRAPH
           END-IF
           IF tv-settled (tv-idx) < reporting-threshold
               ADD 1 TO under-threshold-count
               EXIT PARAGRAPH
           END-IF
           IF vm-tax-id = SPACES
               ADD 1 TO missing-tax-id-count
               MOVE tv-settled (tv-idx) TO amount-edited
               MOVE SPACES TO control-line
               STRING "OVER THRESHOLD, NO TAX ID "
                   tv-vendor-id (tv-idx) " "
                   vm-legal-name (1:40) " " base-currency " "
                   amount-edited
                   INTO control-line
               END-STRING
               WRITE control-line
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO filed-count
           ADD tv-settled (tv-idx) TO filed-total
           MOVE SPACES TO filing-record
           MOVE "B" TO fr-record-type
           MOVE tax-year TO fr-tax-year
           MOVE vm-tax-id TO fr-payee-tax-id
           MOVE vm-legal-name TO fr-payee-name
           MOVE tv-vendor-id (tv-idx) TO fr-payee-account
           MOVE tv-settled (tv-idx) TO fr-payee-amount
           MOVE filing-record TO filing-line
           WRITE filing-line
           PERFORM write-vendor-copy
           .
       write-payer-record.
           MOVE SPACES TO filing-record
           MOVE "A" TO fr-record-type
           MOVE tax-year TO fr-tax-year
           MOVE payer-tax-id TO fr-payer-tax-id
           MOVE payer-name TO fr-payer-name
           MOVE filing-record TO filing-line
           WRITE filing-line
           .
       write-control-record.
           MOVE SPACES TO filing-record
           MOVE "C" TO fr-record-type
           MOVE tax-year TO fr-tax-year
           MOVE filed-count TO fr-payee-count
           MOVE filed-total TO fr-total-amount
           MOVE filing-record TO filing-line
           WRITE filing-line
           .
       write-vendor-copy.
           MOVE ALL "-" TO vendor-copy-line
           WRITE vendor-copy-line
           MOVE SPACES TO vendor-copy-line
           STRING "REPORTABLE PAYMENTS - TAX YEAR " tax-year
               " - VENDOR COPY"
               INTO vendor-copy-line
           END-STRING
           WRITE vendor-copy-line
           MOVE SPACES TO vendor-copy-line
           STRING "PAYER    " FUNCTION TRIM(payer-name)
               "  TAX ID " FUNCTION TRIM(payer-tax-id)
               INTO vendor-copy-line
           END-STRING
           WRITE vendor-copy-line
           MOVE SPACES TO vendor-copy-line
           STRING "PAYEE    " FUNCTION TRIM(vm-legal-name)
               INTO vendor-copy-line
           END-STRING
           WRITE vendor-copy-line
           MOVE SPACES TO vendor-copy-line
           STRING "         TAX ID " FUNCTION TRIM(vm-tax-id)
               "  OUR VENDOR ID " FUNCTION TRIM(vm-vendor-id)
               INTO vendor-copy-line
           END-STRING
           WRITE vendor-copy-line
           MOVE tv-settled (tv-idx) TO amount-edited
           MOVE SPACES TO vendor-copy-line
           STRING "AMOUNT   " base-currency " "
               FUNCTION TRIM(amount-edited) " IN "
               tv-payment-count (tv-idx) " PAYMENT(S)"
               INTO vendor-copy-line
           END-STRING
           WRITE vendor-copy-line
           MOVE SPACES TO vendor-copy-line
           WRITE vendor-copy-line
           .
       write-control-heading.
           MOVE SPACES TO control-line
           CALL "report-environment" USING control-line
           WRITE control-line
           MOVE reporting-threshold TO threshold-edited
           MOVE SPACES TO control-line
           STRING "VENDOR TAX REPORTING CONTROL - TAX YEAR " tax-year
               "  THRESHOLD " base-currency " "
               FUNCTION TRIM(threshold-edited)
               INTO control-line
           END-STRING
           WRITE control-line
           IF payer-tax-id = SPACES
               MOVE SPACES TO control-line
               STRING "PAYER TAX ID NOT SET ON tax-year-parameters "
                   "- FILING INCOMPLETE"
                   INTO control-line
               END-STRING
               WRITE control-line
           END-IF
           .
       write-no-vendor-line.
           MOVE SPACES TO control-line
           STRING "NO VENDOR FOR PAYMENT   "
               FUNCTION TRIM(led-invoice-ref) " "
               FUNCTION TRIM(led-amount) " "
               FUNCTION TRIM(led-iban)
               INTO control-line
           END-STRING
           WRITE control-line
           .
       write-no-rate-line.
           MOVE SPACES TO control-line
           STRING "NO RATE TO CONVERT      "
               FUNCTION TRIM(led-vendor-id) " "
               FUNCTION TRIM(led-invoice-ref) " "
               led-currency " " FUNCTION TRIM(led-amount)
               " VALUE " led-value-date
               INTO control-line
           END-STRING
           WRITE control-line
           .
       write-control-summary.
           MOVE SPACES TO control-line
           WRITE control-line
           MOVE SPACES TO control-line
           STRING "PAYMENTS IN YEAR " payments-in-year-count
               "  VENDORS " num-tax-vendors
               "  FILED " filed-count
               "  UNDER THRESHOLD " under-threshold-count
               "  NOT REPORTABLE " not-reportable-count
               INTO control-line
           END-STRING
           WRITE control-line
           MOVE SPACES TO control-line
           STRING "OVER THRESHOLD NO TAX ID " missing-tax-id-count
               "  NOT ON MASTER " unknown-vendor-count
               "  NO VENDOR " no-vendor-count
               "  NO RATE " unconverted-count
               INTO control-line
           END-STRING
           WRITE control-line
           MOVE SPACES TO control-line
           MOVE 1 TO line-pointer
           MOVE filed-total TO amount-edited
           STRING "FILED TOTAL " base-currency " "
               FUNCTION TRIM(amount-edited)
               DELIMITED BY SIZE
               INTO control-line
               WITH POINTER line-pointer
           END-STRING
           MOVE returned-total TO amount-edited
           STRING "  NET OF RETURNED " FUNCTION TRIM(amount-edited)
               DELIMITED BY SIZE
               INTO control-line
               WITH POINTER line-pointer
           END-STRING
           MOVE recalled-total TO amount-edited
           STRING "  AND RECALLED " FUNCTION TRIM(amount-edited)
               DELIMITED BY SIZE
               INTO control-line
               WITH POINTER line-pointer
           END-STRING
           WRITE control-line
           IF vendor-overflow-count > 0
               MOVE SPACES TO control-line
               STRING "VENDOR TABLE FULL - " vendor-overflow-count
                   " PAYMENT(S) NOT TOTALLED"
                   INTO control-line
               END-STRING
               WRITE control-line
           END-IF
           .
       END PROGRAM report-vendor-tax-year.
