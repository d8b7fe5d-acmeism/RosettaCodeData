      *> day's expected cash figure for that drawer; the report shows
      *> each drawer's counted value and over/short, with a site
      *> total at the bottom - the number the auditors ask for.
      *> Every drawer's result is also appended to
      *> cashier-history.txt under the cashier who worked it, from
      *> drawer-cashiers.txt ("drawer-id,cashier-id"; a drawer not
      *> named there posts as UNASSIGNED), for cashier-variance.
       identification division.
       program-id. drawer-reconcile.

               organization is line sequential
               status is reconciliation-status.

           select drawer-cashier-file assign to "drawer-cashiers.txt"
               organization is line sequential
               status is drawer-cashier-status.

           select cashier-history-file assign to "cashier-history.txt"
               organization is line sequential
               status is cashier-history-status.

       data division.
       file section.
       fd  till-config-file
           data record is reconciliation-line.
       01  reconciliation-line      pic x(100).

       fd  drawer-cashier-file
           data record is drawer-cashier-record.
       01  drawer-cashier-record    pic x(40).

       fd  cashier-history-file
           data record is cashier-history-record.
       01  cashier-history-record.
           05 ch-date               pic 9(8).
           05 filler                pic x.
           05 ch-cashier            pic x(10).
           05 filler                pic x.
           05 ch-drawer             pic x(10).
           05 filler                pic x.
           05 ch-expected           pic 9(9).
           05 filler                pic x.
           05 ch-counted            pic 9(9).
           05 filler                pic x.
           05 ch-over-short         pic s9(9) sign leading separate.

       working-storage section.
       77  i                      pic 9(3).
       77  m                      pic 9(3) value 4.
       01  reconciliation-status  pic xx.
           88 reconciliation-ok   values '00' thru '09'.

       01  drawer-cashier-status  pic xx.
           88 drawer-cashier-ok   values '00' thru '09'.
           88 drawer-cashier-eof  value '10'.
       01  cashier-history-status pic xx.
           88 cashier-history-ok  values '00' thru '09'.

       01  assignment-count       pic 9(3) value 0.
       01  assignment-table.
           05 assignment-entry    occurs 200.
              10 as-drawer        pic x(10).
              10 as-cashier       pic x(10).
       01  assign-drawer-text     pic x(20).
       01  assign-cashier-text    pic x(20).
       01  drawer-cashier         pic x(10).
       01  run-date               pic 9(8).

      *> Denominations default to the original four-coin US till,
      *> overridden by the same till-config record CountCoins reads.
       01  coins-table-default     pic 9(18) value 010510250000000000.
       procedure division.
       main.
           perform load-till-config
           perform load-drawer-cashiers
           move function current-date (1:8) to run-date

           open input drawer-count-file
           if not drawer-count-ok
               into reconciliation-line
           end-string
           write reconciliation-line

           perform post-cashier-history
           .
       load-drawer-cashiers.
           open input drawer-cashier-file
           if not drawer-cashier-ok
               exit paragraph
           end-if
           perform until drawer-cashier-eof
               read drawer-cashier-file
                   at end
                       move '10' to drawer-cashier-status
                   not at end
                       move spaces to assign-drawer-text,
                           assign-cashier-text
                       unstring drawer-cashier-record
                           delimited by ","
                           into assign-drawer-text,
                               assign-cashier-text
                       if assign-drawer-text not = spaces
                               and assignment-count < 200
                           add 1 to assignment-count
                           move function trim(assign-drawer-text)
                               to as-drawer(assignment-count)
                           move function trim(assign-cashier-text)
                               to as-cashier(assignment-count)
                       end-if
               end-read
           end-perform
           close drawer-cashier-file
           .
      *> One history line per drawer reconciled; a rerun of the same
      *> shift appends again and cashier-variance keeps the latest.
       post-cashier-history.
           move "UNASSIGNED" to drawer-cashier
           perform varying i from 1 by 1 until i > assignment-count
               if as-drawer(i) = drawer-id
                       and as-cashier(i) not = spaces
                   move as-cashier(i) to drawer-cashier
               end-if
           end-perform

           open extend cashier-history-file
           if not cashier-history-ok
               open output cashier-history-file
           end-if
           if not cashier-history-ok
               display "drawer-reconcile: cashier history could not "
                   "be opened - drawer " function trim(drawer-id)
                   " not posted."
               exit paragraph
           end-if
           move spaces to cashier-history-record
           move run-date to ch-date
           move drawer-cashier to ch-cashier
           move drawer-id to ch-drawer
           move expected-cents to ch-expected
           move counted-cents to ch-counted
           move over-short-cents to ch-over-short
           write cashier-history-record
           close cashier-history-file
           .
       write-site-total.
           move site-counted-cents to site-counted-edited
      *> fewest pieces that restore the float from the
      *> configuration's coin set.  The report carries one line per
      *> till, the consolidated deposit, and the total change order
      *> per denomination for the cash office to phone through.  The
      *> total change order is also posted to vault-postings.txt as
      *> a C posting for vault-ledger, referenced CO + the run date.
      *> The deposit goes to the bank in one bag referenced DP + the
      *> run date, named on its own report line for deposit-match.
       identification division.
       program-id. treasury-change-order.

               organization is line sequential
               status is treasury-report-status.

           select vault-posting-file assign to "vault-postings.txt"
               organization is line sequential
               status is vault-posting-status.

       data division.
       file section.
       fd  till-config-file
           data record is treasury-line.
       01  treasury-line            pic x(120).

       fd  vault-posting-file
           data record is vault-posting-record.
       01  vault-posting-record     pic x(160).

       working-storage section.
       77  i                      pic 9(3).
       77  m                      pic 9(3) value 4.
           88 till-float-ok       values '00' thru '09'.
       01  treasury-report-status pic xx.
           88 treasury-report-ok  values '00' thru '09'.
       01  vault-posting-status   pic xx.
           88 vault-posting-ok    values '00' thru '09'.

      *> Denominations default to the original four-coin US till,
      *> overridden by the same till-config record CountCoins reads.
       01  deposit-edited         pic z(10)9.
       01  pieces-edited          pic z(6)9.
       77  line-pointer           pic 9(4).
       77  k                      pic 9(3).
       01  run-date               pic 9(8).

       procedure division.
       main.
           close drawer-count-file
           close treasury-report-file

           if tills-ordering > 0
               perform post-change-order-to-vault
           end-if

           move deposit-total-cents to deposit-edited
           display "treasury-change-order: " tills-processed
               " till(s), deposit " function trim(deposit-edited)
               into treasury-line
           end-string
           write treasury-line
           if deposit-total-cents > 0
               move function current-date (1:8) to run-date
               move spaces to treasury-line
               string "DEPOSIT BAG DP" run-date " DATED " run-date
                   " AMOUNT " function trim(deposit-edited) " CENTS"
                   into treasury-line
               end-string
               write treasury-line
           end-if

           move spaces to treasury-line
           move 1 to line-pointer
               write treasury-line
           end-if
           .
      *> One C posting for the whole change order, its counts laid
      *> out in till-config order (the order vault-ledger reads)
      *> rather than the largest-first order the order was built in.
       post-change-order-to-vault.
           move function current-date (1:8) to run-date
           open extend vault-posting-file
           if not vault-posting-ok
               open output vault-posting-file
           end-if
           if not vault-posting-ok
               display "treasury-change-order: vault postings could "
                   "not be opened - change order not posted to the "
                   "vault."
               move 1 to return-code
               exit paragraph
           end-if
           move spaces to vault-posting-record
           move 1 to line-pointer
           string "C,CO" run-date
               into vault-posting-record
               with pointer line-pointer
           end-string
           perform varying i from 1 by 1 until i > m
               perform varying k from 1 by 1
                       until k > m or sorted-coin(k) = coin(i)
                   continue
               end-perform
               move 0 to pieces-edited
               if k not > m
                   move site-order-pieces(k) to pieces-edited
               end-if
               string "," function trim(pieces-edited)
                   into vault-posting-record
                   with pointer line-pointer
               end-string
           end-perform
           write vault-posting-record
           close vault-posting-file
           .
       end program treasury-change-order.

      *> Cash-office vault ledger, keyed on the till-config.txt
      *> denominations - the coins treasury-change-order sends out
      *> have to come from somewhere, and until now nobody knew the
      *> vault was short of quarters until an order could not be
      *> made up.  vault-ledger.txt carries each denomination's
      *> balance in pieces from one day to the next.  The day's
      *> movements arrive on vault-postings.txt, one per line, in
      *> the same shape as drawer-counts.txt:
      *>     type,reference,count,count,...
      *> one count per configured denomination, where type is
      *>     O  opening balance (counted in)
      *>     R  bank coin order received
      *>     C  change order issued to the tills
      *>     D  deposit sent to the bank
      *> A posting whose reference has been posted before under the
      *> same type, or that would take a denomination below zero,
      *> is refused whole and listed.  The ledger is written to
      *> vault-ledger.txt.new and renamed into place; only then is
      *> every posting applied appended to vault-journal.txt and
      *> vault-postings.txt emptied, so a day that could not be
      *> saved is posted again whole on the rerun.  vault-minimums.txt
      *> ("denomination,minimum,reorder-to" in pieces, reorder-to
      *> defaulting to twice the minimum) drives the reorder list.
       identification division.
       program-id. vault-ledger.

       environment division.
       input-output section.
       file-control.
           select till-config-file assign to "till-config.txt"
               organization is line sequential
               status is till-config-status.

           select vault-ledger-file assign to "vault-ledger.txt"
               organization is line sequential
               status is vault-ledger-status.

           select vault-ledger-new-file
               assign to "vault-ledger.txt.new"
               organization is line sequential
               status is vault-ledger-new-status.

           select vault-minimum-file assign to "vault-minimums.txt"
               organization is line sequential
               status is vault-minimum-status.

           select vault-posting-file assign to "vault-postings.txt"
               organization is line sequential
               status is vault-posting-status.

           select vault-journal-file assign to "vault-journal.txt"
               organization is line sequential
               status is vault-journal-status.

           select vault-position-file assign to "vault-position.txt"
               organization is line sequential
               status is vault-position-status.

           select vault-reorder-file assign to "vault-reorder.txt"
               organization is line sequential
               status is vault-reorder-status.

       data division.
       file section.
       fd  till-config-file
           data record is till-config-record.
       01  till-config-record.
           05 till-m               pic 9.
           05 filler                pic x.
           05 till-n               pic 9(3).
           05 filler                pic x.
           05 till-coins.
              10 till-coin          pic 9(2) occurs 9 times.

       fd  vault-ledger-file
           data record is vault-ledger-record.
       01  vault-ledger-record.
           05 vl-denomination       pic 9(2).
           05 filler                pic x.
           05 vl-pieces             pic s9(8) sign leading separate.
           05 filler                pic x.
           05 vl-as-of              pic 9(8).

       fd  vault-ledger-new-file
           data record is vault-ledger-new-record.
       01  vault-ledger-new-record  pic x(28).

       fd  vault-minimum-file
           data record is vault-minimum-record.
       01  vault-minimum-record     pic x(80).

       fd  vault-posting-file
           data record is vault-posting-record.
       01  vault-posting-record     pic x(160).

       fd  vault-journal-file
           data record is vault-journal-record.
       01  vault-journal-record.
           05 vj-date               pic 9(8).
           05 filler                pic x.
           05 vj-posting            pic x(160).

       fd  vault-position-file
           data record is vault-position-line.
       01  vault-position-line      pic x(120).

       fd  vault-reorder-file
           data record is vault-reorder-line.
       01  vault-reorder-line       pic x(80).

       working-storage section.
       77  i                      pic 9(3).
       77  j                      pic 9(3).
       77  m                      pic 9(3) value 4.
       77  k                      pic 9(5).

       01  till-config-status     pic xx.
           88 till-config-ok      values '00' thru '09'.
       01  vault-ledger-status    pic xx.
           88 vault-ledger-ok     values '00' thru '09'.
           88 vault-ledger-eof    value '10'.
       01  vault-ledger-new-status pic xx.
           88 vault-ledger-new-ok values '00' thru '09'.
       01  vault-minimum-status   pic xx.
           88 vault-minimum-ok    values '00' thru '09'.
           88 vault-minimum-eof   value '10'.
       01  vault-posting-status   pic xx.
           88 vault-posting-ok    values '00' thru '09'.
           88 vault-posting-eof   value '10'.
       01  vault-journal-status   pic xx.
           88 vault-journal-ok    values '00' thru '09'.
           88 vault-journal-eof   value '10'.
       01  vault-position-status  pic xx.
           88 vault-position-ok   values '00' thru '09'.
       01  vault-reorder-status   pic xx.
           88 vault-reorder-ok    values '00' thru '09'.

      *> Denominations default to the original four-coin US till,
      *> overridden by the same till-config record CountCoins reads.
       01  coins-table-default     pic 9(18) value 010510250000000000.
       01  coins-table redefines coins-table-default.
           05 coin                pic 9(2) occurs 9.

      *> The configured denominations first, in till-config order,
      *> then any denomination still on the ledger that the till no
      *> longer uses - its coins stay on the books until counted out.
       01  vault-count            pic 9(2) value 0.
       01  vault-table.
           05 vault-entry         occurs 18.
              10 vt-denomination  pic 9(2).
              10 vt-opening       pic s9(8).
              10 vt-received      pic 9(8).
              10 vt-issued        pic 9(8).
              10 vt-deposited     pic 9(8).
              10 vt-balance       pic s9(8).
              10 vt-minimum       pic 9(8).
              10 vt-reorder-to    pic 9(8).

      *> type + reference of the newest 5000 postings in the
      *> journal; once full, each new key takes the oldest slot
       01  journal-key-count      pic 9(5) value 0.
       01  journal-key-next       pic 9(5) value 1.
       01  journal-key-table.
           05 journal-key         pic x(21) occurs 5000.
       01  journal-key-full-sw    pic x value "N".
           88 journal-key-full    value "Y".

      *> the day's applied postings, journalled once the ledger
      *> is safely saved
       01  day-posting-count      pic 9(5) value 0.
       01  day-posting-table.
           05 day-posting         pic x(160) occurs 2000.
       01  postings-read-sw       pic x value "N".
           88 postings-read       value "Y".
       01  postings-kept-sw       pic x value "N".
           88 postings-kept       value "Y".
       01  ledger-saved-sw        pic x value "N".
           88 ledger-saved        value "Y".
       01  ledger-name            pic x(24)
                                   value "vault-ledger.txt".
       01  ledger-new-name        pic x(24)
                                   value "vault-ledger.txt.new".

       01  run-date               pic 9(8).
       01  posting-type           pic x.
           88 posting-opening     value "O".
           88 posting-receipt     value "R".
           88 posting-change      value "C".
           88 posting-deposit     value "D".
           88 posting-known       values "O" "R" "C" "D".
       01  posting-type-text      pic x(4).
       01  posting-reference      pic x(20).
       01  posting-key            pic x(21).
       01  count-texts.
           05 count-text          pic x(12) occurs 9.
       01  posting-piece-counts.
           05 posting-pieces      pic 9(8) occurs 9.
       01  reject-reason          pic x(60).

       01  minimum-denom-text     pic x(12).
       01  minimum-text           pic x(12).
       01  reorder-to-text        pic x(12).
       01  minimum-denomination   pic 9(2).

       01  postings-applied       pic 9(5) value 0.
       01  postings-rejected      pic 9(5) value 0.
       01  denominations-low      pic 9(3) value 0.
       01  vault-value-cents      pic s9(11).
       01  line-value-cents       pic s9(11).
       01  reorder-pieces         pic 9(8).
       01  reorder-value-cents    pic 9(11) value 0.

       01  pieces-edited          pic -(8)9.
       01  movement-edited        pic z(7)9.
       01  value-edited           pic -(10)9.
       01  status-text            pic x(5).
       77  line-pointer           pic 9(4).

       procedure division.
       main.
           move function current-date (1:8) to run-date
           perform load-till-config
           perform build-vault-table
           perform load-vault-ledger
           perform load-vault-minimums
           perform load-journal-keys

           open output vault-position-file
           if not vault-position-ok
               display "vault-ledger: position report could not be "
                   "opened. The program will terminate."
               move 1 to return-code
               goback
           end-if
           move spaces to vault-position-line
           string "VAULT POSITION " run-date
               into vault-position-line
           end-string
           write vault-position-line
           move spaces to vault-position-line
           write vault-position-line

           perform apply-day-postings
           perform write-position-lines
           perform write-reorder-list
           if not postings-kept
               perform save-vault-ledger
           end-if
           if postings-read
               perform commit-day-postings
           end-if

           close vault-position-file

           display "vault-ledger: " postings-applied
               " posting(s) applied, " postings-rejected
               " refused, " denominations-low
               " denomination(s) below minimum."
           if postings-kept
               display "vault-ledger: vault-postings.txt kept - "
                   "the day was not posted."
               move 1 to return-code
           end-if
           goback
           .
       load-till-config.
           open input till-config-file
           if till-config-ok
               read till-config-file
                   at end
                       continue
                   not at end
                       move till-m to m
                       move till-coins to coins-table
               end-read
               close till-config-file
           end-if
           .
       build-vault-table.
           initialize vault-table
           perform varying i from 1 by 1 until i > m
               add 1 to vault-count
               move coin(i) to vt-denomination(vault-count)
           end-perform
           .
      *> No ledger yet means an empty vault until the opening
      *> balances are posted.
       load-vault-ledger.
           open input vault-ledger-file
           if not vault-ledger-ok
               exit paragraph
           end-if
           perform until vault-ledger-eof
               read vault-ledger-file
                   at end
                       continue
                   not at end
                       perform take-ledger-balance
               end-read
           end-perform
           close vault-ledger-file
           .
       take-ledger-balance.
           if vl-denomination not numeric
                   or vl-pieces not numeric
               exit paragraph
           end-if
           perform varying j from 1 by 1
                   until j > vault-count
                      or vt-denomination(j) = vl-denomination
               continue
           end-perform
           if j > vault-count
               if vault-count not < 18
                   display "vault-ledger: ledger denomination "
                       vl-denomination " has no room - dropped."
                   exit paragraph
               end-if
               add 1 to vault-count
               move vl-denomination to vt-denomination(j)
           end-if
           move vl-pieces to vt-opening(j), vt-balance(j)
           .
       load-vault-minimums.
           open input vault-minimum-file
           if not vault-minimum-ok
               exit paragraph
           end-if
           perform until vault-minimum-eof
               read vault-minimum-file
                   at end
                       continue
                   not at end
                       perform take-vault-minimum
               end-read
           end-perform
           close vault-minimum-file
           .
       take-vault-minimum.
           if vault-minimum-record = spaces
               exit paragraph
           end-if
           move spaces to minimum-denom-text, minimum-text,
               reorder-to-text
           unstring vault-minimum-record delimited by ","
               into minimum-denom-text, minimum-text, reorder-to-text
           if function test-numval(minimum-denom-text) not = 0
                   or function test-numval(minimum-text) not = 0
               display "vault-ledger: minimum line not understood - "
                   function trim(vault-minimum-record)
               exit paragraph
           end-if
           move function numval(minimum-denom-text)
               to minimum-denomination
           perform varying j from 1 by 1
                   until j > vault-count
                      or vt-denomination(j) = minimum-denomination
               continue
           end-perform
           if j > vault-count
               display "vault-ledger: minimum for denomination "
                   minimum-denomination " not in the till - ignored."
               exit paragraph
           end-if
           move function numval(minimum-text) to vt-minimum(j)
           if reorder-to-text not = spaces
                   and function test-numval(reorder-to-text) = 0
               move function numval(reorder-to-text)
                   to vt-reorder-to(j)
           end-if
           if vt-reorder-to(j) < vt-minimum(j)
               compute vt-reorder-to(j) = vt-minimum(j) * 2
           end-if
           .
       load-journal-keys.
           open input vault-journal-file
           if not vault-journal-ok
               exit paragraph
           end-if
           perform until vault-journal-eof
               read vault-journal-file
                   at end
                       continue
                   not at end
                       move spaces to posting-type-text,
                           posting-reference
                       unstring vj-posting delimited by ","
                           into posting-type-text, posting-reference
                       move posting-type-text to posting-type
                       perform remember-posting-key
               end-read
           end-perform
           close vault-journal-file
           .
       remember-posting-key.
           if journal-key-count < 5000
               add 1 to journal-key-count
           else
               if not journal-key-full
                   set journal-key-full to true
                   display "vault-ledger: journal holds more than "
                       "5000 postings - duplicates are checked "
                       "against the newest 5000."
               end-if
           end-if
           move spaces to journal-key(journal-key-next)
           string posting-type posting-reference
               delimited by size
               into journal-key(journal-key-next)
           end-string
           add 1 to journal-key-next
           if journal-key-next > 5000
               move 1 to journal-key-next
           end-if
           .
       apply-day-postings.
           open input vault-posting-file
           if not vault-posting-ok
               move "NO POSTINGS TODAY" to vault-position-line
               write vault-position-line
               exit paragraph
           end-if
      *> the journal must be able to take the day before any of
      *> it is applied; it stays open until the ledger is saved
           open extend vault-journal-file
           if not vault-journal-ok
               open output vault-journal-file
           end-if
           if not vault-journal-ok
               display "vault-ledger: vault-journal.txt could not "
                   "be opened - no postings applied."
               move "JOURNAL NOT AVAILABLE - NO POSTINGS APPLIED"
                   to vault-position-line
               write vault-position-line
               close vault-posting-file
               set postings-kept to true
               exit paragraph
           end-if
           set postings-read to true
           perform until vault-posting-eof
               read vault-posting-file
                   at end
                       continue
                   not at end
                       perform apply-one-posting
               end-read
           end-perform
           close vault-posting-file
           .
      *> The ledger is in place: journal the day and clear the
      *> postings so a rerun cannot apply them twice.  A ledger
      *> that was not saved leaves both as they were.
       commit-day-postings.
           if not ledger-saved
               close vault-journal-file
               set postings-kept to true
               move spaces to vault-position-line
               write vault-position-line
               move "LEDGER NOT SAVED - POSTINGS KEPT FOR THE RERUN"
                   to vault-position-line
               write vault-position-line
               exit paragraph
           end-if
           perform varying k from 1 by 1
                   until k > day-posting-count
               move spaces to vault-journal-record
               move run-date to vj-date
               move day-posting(k) to vj-posting
               write vault-journal-record
           end-perform
           close vault-journal-file
           open output vault-posting-file
           close vault-posting-file
           .
       apply-one-posting.
           if vault-posting-record = spaces
               exit paragraph
           end-if
           move spaces to posting-type-text, posting-reference,
               count-texts, reject-reason
           unstring vault-posting-record delimited by ","
               into posting-type-text, posting-reference,
                   count-text(1), count-text(2), count-text(3),
                   count-text(4), count-text(5), count-text(6),
                   count-text(7), count-text(8), count-text(9)
           move function upper-case(posting-type-text)
               to posting-type

           perform check-posting
           if reject-reason = spaces
                   and day-posting-count not < 2000
               move "MORE THAN 2000 POSTINGS IN ONE DAY"
                   to reject-reason
           end-if
           if reject-reason not = spaces
               add 1 to postings-rejected
               move spaces to vault-position-line
               string "REFUSED " function trim(vault-posting-record)
                   " - " function trim(reject-reason)
                   into vault-position-line
               end-string
               write vault-position-line
               exit paragraph
           end-if

           perform varying i from 1 by 1 until i > m
               evaluate true
                   when posting-opening
                       if count-text(i) not = spaces
                           move posting-pieces(i) to vt-opening(i)
                       end-if
                   when posting-receipt
                       add posting-pieces(i) to vt-received(i)
                   when posting-change
                       add posting-pieces(i) to vt-issued(i)
                   when posting-deposit
                       add posting-pieces(i) to vt-deposited(i)
               end-evaluate
               compute vt-balance(i) = vt-opening(i)
                   + vt-received(i) - vt-issued(i) - vt-deposited(i)
           end-perform

           add 1 to day-posting-count
           move vault-posting-record to day-posting(day-posting-count)
           perform remember-posting-key
           add 1 to postings-applied

           move spaces to vault-position-line
           string "POSTED  " function trim(vault-posting-record)
               into vault-position-line
           end-string
           write vault-position-line
           .
      *> Leaves reject-reason blank when the posting may be applied.
       check-posting.
           if not posting-known
               move "TYPE MUST BE O, R, C OR D" to reject-reason
               exit paragraph
           end-if
           if posting-reference = spaces
               move "NO REFERENCE" to reject-reason
               exit paragraph
           end-if
           move spaces to posting-key
           string posting-type posting-reference
               delimited by size into posting-key
           end-string
           perform varying k from 1 by 1
                   until k > journal-key-count
               if journal-key(k) = posting-key
                   move "ALREADY POSTED" to reject-reason
                   exit paragraph
               end-if
           end-perform

           initialize posting-piece-counts
           perform varying i from 1 by 1 until i > m
               if count-text(i) not = spaces
                   if function test-numval(count-text(i)) not = 0
                           or function numval(count-text(i)) < 0
                       move "COUNT NOT A WHOLE NUMBER OF PIECES"
                           to reject-reason
                       exit paragraph
                   end-if
                   move function numval(count-text(i))
                       to posting-pieces(i)
               end-if
           end-perform

      *> coins going out must be in the vault to go
           if posting-change or posting-deposit
               perform varying i from 1 by 1 until i > m
                   if posting-pieces(i) > vt-balance(i)
                       move vt-balance(i) to pieces-edited
                       string "CANNOT FILL - VAULT HOLDS "
                           function trim(pieces-edited) " OF "
                           vt-denomination(i)
                           delimited by size into reject-reason
                       end-string
                       exit paragraph
                   end-if
               end-perform
           end-if
           .
       write-position-lines.
           move spaces to vault-position-line
           write vault-position-line
           move "DENOM   OPENING RECEIVED   ISSUED DEPOSITED   CLOSING"
               & "       VALUE  MINIMUM STATUS" to vault-position-line
           write vault-position-line
           move 0 to vault-value-cents
           perform varying j from 1 by 1 until j > vault-count
               move "OK" to status-text
               if vt-balance(j) < vt-minimum(j)
                   move "LOW" to status-text
                   add 1 to denominations-low
               end-if
               if vt-balance(j) < 0
                   move "SHORT" to status-text
               end-if
               if j > m
                   move "GONE" to status-text
               end-if
               compute line-value-cents =
                   vt-balance(j) * vt-denomination(j)
               add line-value-cents to vault-value-cents

               move spaces to vault-position-line
               move 1 to line-pointer
               string "   " vt-denomination(j)
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-opening(j) to pieces-edited
               string " " pieces-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-received(j) to movement-edited
               string " " movement-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-issued(j) to movement-edited
               string " " movement-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-deposited(j) to movement-edited
               string "  " movement-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-balance(j) to pieces-edited
               string " " pieces-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move line-value-cents to value-edited
               string " " value-edited
                   into vault-position-line
                   with pointer line-pointer
               end-string
               move vt-minimum(j) to movement-edited
               string " " movement-edited " " status-text
                   into vault-position-line
                   with pointer line-pointer
               end-string
               write vault-position-line
           end-perform

           move spaces to vault-position-line
           write vault-position-line
           move vault-value-cents to value-edited
           move spaces to vault-position-line
           string "VAULT VALUE " function trim(value-edited) " CENTS"
               into vault-position-line
           end-string
           write vault-position-line
           .
      *> Every configured denomination under its minimum, with the
      *> pieces that bring it back up to its reorder-to level.
       write-reorder-list.
           open output vault-reorder-file
           if not vault-reorder-ok
               display "vault-ledger: reorder list could not be "
                   "opened."
               exit paragraph
           end-if
           move spaces to vault-reorder-line
           string "VAULT REORDER LIST " run-date
               into vault-reorder-line
           end-string
           write vault-reorder-line
           move "DENOM    PIECES       VALUE" to vault-reorder-line
           write vault-reorder-line
           perform varying j from 1 by 1 until j > m
               if vt-balance(j) < vt-minimum(j)
                   compute reorder-pieces =
                       vt-reorder-to(j) - vt-balance(j)
                   compute line-value-cents =
                       reorder-pieces * vt-denomination(j)
                   add line-value-cents to reorder-value-cents
                   move reorder-pieces to movement-edited
                   move line-value-cents to value-edited
                   move spaces to vault-reorder-line
                   string "   " vt-denomination(j) " "
                       movement-edited " " value-edited
                       into vault-reorder-line
                   end-string
                   write vault-reorder-line
               end-if
           end-perform
           move reorder-value-cents to value-edited
           move spaces to vault-reorder-line
           string "ORDER VALUE " function trim(value-edited) " CENTS"
               into vault-reorder-line
           end-string
           write vault-reorder-line
           close vault-reorder-file
           .
       save-vault-ledger.
           open output vault-ledger-new-file
           if not vault-ledger-new-ok
               display "vault-ledger: vault-ledger.txt.new could "
                   "not be opened - ledger not saved."
               move 1 to return-code
               exit paragraph
           end-if
           perform varying j from 1 by 1 until j > vault-count
               move spaces to vault-ledger-record
               move vt-denomination(j) to vl-denomination
               move vt-balance(j) to vl-pieces
               move run-date to vl-as-of
               write vault-ledger-new-record from vault-ledger-record
           end-perform
           close vault-ledger-new-file
           call "CBL_RENAME_FILE" using ledger-new-name, ledger-name
           if return-code not = 0
               display "vault-ledger: vault-ledger.txt.new could "
                   "not replace vault-ledger.txt - ledger not saved."
               move 1 to return-code
               exit paragraph
           end-if
           set ledger-saved to true
           .
       end program vault-ledger.

      *> Bank deposit confirmation matching.  Each day's deposit bag
      *> is taken from treasury-report.txt's DEPOSIT BAG line onto
      *> deposit-register.txt, where it stays OPEN until the bank's
      *> counted-deposit advice for the same date and bag arrives on
      *> bank-deposit-advice.txt:
      *>     date,bag-reference,counted-cents[,count,count,...]
      *> the optional counts itemising the bag per till-config.txt
      *> denomination.  The deposit is then recorded MATCHED, SHORT
      *> or OVER, and where the bank itemises the bag the difference
      *> is shown per denomination against what the vault's D
      *> posting for that bag (vault-journal.txt) says was sent.
      *> Bags still OPEN after deposit-open-days.txt days (default
      *> 3) are listed on deposit-open-items.txt for chasing.
       identification division.
       program-id. deposit-match.

       environment division.
       input-output section.
       file-control.
           select till-config-file assign to "till-config.txt"
               organization is line sequential
               status is till-config-status.

           select treasury-report-file
               assign to "treasury-report.txt"
               organization is line sequential
               status is treasury-report-status.

           select deposit-register-file
               assign to "deposit-register.txt"
               organization is line sequential
               status is deposit-register-status.

           select bank-advice-file
               assign to "bank-deposit-advice.txt"
               organization is line sequential
               status is bank-advice-status.

           select vault-journal-file assign to "vault-journal.txt"
               organization is line sequential
               status is vault-journal-status.

           select open-days-file assign to "deposit-open-days.txt"
               organization is line sequential
               status is open-days-status.

           select match-report-file
               assign to "deposit-match-report.txt"
               organization is line sequential
               status is match-report-status.

           select open-items-file
               assign to "deposit-open-items.txt"
               organization is line sequential
               status is open-items-status.

       data division.
       file section.
       fd  till-config-file
           data record is till-config-record.
       01  till-config-record.
           05 till-m               pic 9.
           05 filler                pic x.
           05 till-n               pic 9(3).
           05 filler                pic x.
           05 till-coins.
              10 till-coin          pic 9(2) occurs 9 times.

       fd  treasury-report-file
           data record is treasury-line.
       01  treasury-line            pic x(120).

       fd  deposit-register-file
           data record is deposit-register-record.
       01  deposit-register-record.
           05 dr-bag                pic x(20).
           05 filler                pic x.
           05 dr-date               pic 9(8).
           05 filler                pic x.
           05 dr-amount             pic 9(11).
           05 filler                pic x.
           05 dr-status             pic x(7).
           05 filler                pic x.
           05 dr-bank-amount        pic 9(11).
           05 filler                pic x.
           05 dr-confirmed          pic 9(8).

       fd  bank-advice-file
           data record is bank-advice-record.
       01  bank-advice-record       pic x(160).

       fd  vault-journal-file
           data record is vault-journal-record.
       01  vault-journal-record.
           05 vj-date               pic 9(8).
           05 filler                pic x.
           05 vj-posting            pic x(160).

       fd  open-days-file
           data record is open-days-record.
       01  open-days-record         pic 9(3).

       fd  match-report-file
           data record is match-line.
       01  match-line               pic x(120).

       fd  open-items-file
           data record is open-items-line.
       01  open-items-line          pic x(100).

       working-storage section.
       77  i                      pic 9(3).
       77  j                      pic 9(5).
       77  m                      pic 9(3) value 4.

       01  till-config-status     pic xx.
           88 till-config-ok      values '00' thru '09'.
       01  treasury-report-status pic xx.
           88 treasury-report-ok  values '00' thru '09'.
           88 treasury-report-eof value '10'.
       01  deposit-register-status pic xx.
           88 deposit-register-ok values '00' thru '09'.
           88 deposit-register-eof value '10'.
       01  bank-advice-status     pic xx.
           88 bank-advice-ok      values '00' thru '09'.
           88 bank-advice-eof     value '10'.
       01  vault-journal-status   pic xx.
           88 vault-journal-ok    values '00' thru '09'.
           88 vault-journal-eof   value '10'.
       01  open-days-status       pic xx.
           88 open-days-ok        values '00' thru '09'.
       01  match-report-status    pic xx.
           88 match-report-ok     values '00' thru '09'.
       01  open-items-status      pic xx.
           88 open-items-ok       values '00' thru '09'.

      *> Denominations default to the original four-coin US till,
      *> overridden by the same till-config record CountCoins reads.
       01  coins-table-default     pic 9(18) value 010510250000000000.
       01  coins-table redefines coins-table-default.
           05 coin                pic 9(2) occurs 9.

       01  open-days-allowed      pic 9(3) value 3.
       01  run-date               pic 9(8).
       01  run-day-number         pic 9(8).

       01  register-count         pic 9(5) value 0.
       01  register-overflow      pic 9(5) value 0.
       01  register-table.
           05 register-entry      occurs 3000.
              10 rt-bag           pic x(20).
              10 rt-date          pic 9(8).
              10 rt-amount        pic 9(11).
              10 rt-status        pic x(7).
              10 rt-bank-amount   pic 9(11).
              10 rt-confirmed     pic 9(8).

       01  report-words.
           05 report-word         pic x(20) occurs 8.
       01  new-bag                pic x(20).
       01  new-date               pic 9(8).
       01  new-amount             pic 9(11).

       01  advice-date-text       pic x(12).
       01  advice-bag             pic x(20).
       01  advice-amount-text     pic x(14).
       01  advice-date            pic 9(8).
       01  advice-amount          pic 9(11).
       01  count-texts.
           05 count-text          pic x(12) occurs 9.
       01  itemised-sw            pic x.
           88 bank-itemised       value "Y".

       01  sent-found-sw          pic x.
           88 sent-found          value "Y".
       01  sent-piece-counts.
           05 sent-pieces         pic 9(8) occurs 9.
       01  counted-pieces         pic 9(8).
       01  journal-type           pic x(4).
       01  journal-reference      pic x(20).
       01  journal-counts.
           05 journal-count-text  pic x(12) occurs 9.

       01  difference-cents       pic s9(11).
       01  piece-difference       pic s9(8).
       01  days-outstanding       pic 9(5).

       01  advices-read           pic 9(5) value 0.
       01  deposits-matched       pic 9(5) value 0.
       01  deposits-short         pic 9(5) value 0.
       01  deposits-over          pic 9(5) value 0.
       01  advices-unmatched      pic 9(5) value 0.
       01  items-open             pic 9(5) value 0.

       01  amount-edited          pic z(10)9.
       01  difference-edited      pic +(11)9.
       01  pieces-edited          pic z(7)9.
       01  counted-edited         pic z(7)9.
       01  piece-diff-edited      pic +(8)9.
       01  days-edited            pic z(4)9.
       77  line-pointer           pic 9(4).

       procedure division.
       main.
           move function current-date (1:8) to run-date
           compute run-day-number =
               function integer-of-date(run-date)
           perform load-till-config

           open input open-days-file
           if open-days-ok
               read open-days-file
                   at end
                       continue
                   not at end
                       if open-days-record numeric
                               and open-days-record > 0
                           move open-days-record to open-days-allowed
                       end-if
               end-read
               close open-days-file
           end-if

           perform load-deposit-register
      *> a register cut short would lose its later bags on the save
           if register-overflow > 0
               display "deposit-match: " register-overflow
                   " deposit-register.txt line(s) past the table "
                   "of 3000 - nothing matched, register not saved."
               move 1 to return-code
               goback
           end-if
           perform take-todays-deposit

           open output match-report-file
           if not match-report-ok
               display "deposit-match: report file could not be "
                   "opened. The program will terminate."
               move 1 to return-code
               goback
           end-if
           move spaces to match-line
           string "DEPOSIT CONFIRMATION MATCH " run-date
               into match-line
           end-string
           write match-line
           move "BAG                  DATED       SENT    COUNTED"
               & "  DIFFERENCE STATUS" to match-line
           write match-line

           perform match-bank-advices
           close match-report-file

           perform write-open-items
           perform save-deposit-register

           display "deposit-match: " advices-read " advice(s), "
               deposits-matched " matched, " deposits-short
               " short, " deposits-over " over, " advices-unmatched
               " unmatched; " items-open " deposit(s) open past "
               open-days-allowed " day(s)."
           goback
           .
       load-till-config.
           open input till-config-file
           if till-config-ok
               read till-config-file
                   at end
                       continue
                   not at end
                       move till-m to m
                       move till-coins to coins-table
               end-read
               close till-config-file
           end-if
           .
       load-deposit-register.
           open input deposit-register-file
           if not deposit-register-ok
               exit paragraph
           end-if
           perform until deposit-register-eof
               read deposit-register-file
                   at end
                       continue
                   not at end
                       if dr-bag not = spaces
                               and register-count not < 3000
                           add 1 to register-overflow
                       end-if
                       if register-count < 3000
                               and dr-bag not = spaces
                           add 1 to register-count
                           move dr-bag to rt-bag(register-count)
                           move dr-date to rt-date(register-count)
                           move dr-amount to rt-amount(register-count)
                           move dr-status to rt-status(register-count)
                           move dr-bank-amount
                               to rt-bank-amount(register-count)
                           move dr-confirmed
                               to rt-confirmed(register-count)
                       end-if
               end-read
           end-perform
           close deposit-register-file
           .
      *> The DEPOSIT BAG line treasury-change-order writes; a bag
      *> already on the register (a rerun) is not taken twice.
       take-todays-deposit.
           open input treasury-report-file
           if not treasury-report-ok
               exit paragraph
           end-if
           perform until treasury-report-eof
               read treasury-report-file
                   at end
                       continue
                   not at end
                       if treasury-line (1:12) = "DEPOSIT BAG "
                           perform register-deposit-line
                       end-if
               end-read
           end-perform
           close treasury-report-file
           .
       register-deposit-line.
           move spaces to report-words
           unstring treasury-line delimited by all spaces
               into report-word(1), report-word(2), report-word(3),
                   report-word(4), report-word(5), report-word(6),
                   report-word(7), report-word(8)
           if function trim(report-word(5)) is not numeric
                   or function test-numval(report-word(7)) not = 0
               display "deposit-match: deposit line not understood - "
                   function trim(treasury-line)
               exit paragraph
           end-if
           move report-word(3) to new-bag
           move function trim(report-word(5)) to new-date
           move function numval(report-word(7)) to new-amount
           perform varying j from 1 by 1 until j > register-count
               if rt-bag(j) = new-bag and rt-date(j) = new-date
                   exit paragraph
               end-if
           end-perform
           if register-count not < 3000
               display "deposit-match: register full - bag "
                   function trim(new-bag) " not recorded."
               move 1 to return-code
               exit paragraph
           end-if
           add 1 to register-count
           move new-bag to rt-bag(register-count)
           move new-date to rt-date(register-count)
           move new-amount to rt-amount(register-count)
           move "OPEN" to rt-status(register-count)
           move 0 to rt-bank-amount(register-count),
               rt-confirmed(register-count)
           .
       match-bank-advices.
           open input bank-advice-file
           if not bank-advice-ok
               move "NO BANK ADVICE RECEIVED" to match-line
               write match-line
               exit paragraph
           end-if
           perform until bank-advice-eof
               read bank-advice-file
                   at end
                       continue
                   not at end
                       if bank-advice-record not = spaces
                           add 1 to advices-read
                           perform match-one-advice
                       end-if
               end-read
           end-perform
           close bank-advice-file
           .
       match-one-advice.
           move spaces to advice-date-text, advice-bag,
               advice-amount-text, count-texts
           unstring bank-advice-record delimited by ","
               into advice-date-text, advice-bag, advice-amount-text,
                   count-text(1), count-text(2), count-text(3),
                   count-text(4), count-text(5), count-text(6),
                   count-text(7), count-text(8), count-text(9)
           if function trim(advice-date-text) is not numeric
                   or function test-numval(advice-amount-text) not = 0
               add 1 to advices-unmatched
               move spaces to match-line
               string "ADVICE NOT UNDERSTOOD - "
                   function trim(bank-advice-record)
                   into match-line
               end-string
               write match-line
               exit paragraph
           end-if
           move function trim(advice-date-text) to advice-date
           move function trim(advice-bag) to advice-bag
           move function numval(advice-amount-text) to advice-amount

           perform varying j from 1 by 1
                   until j > register-count
                      or (rt-bag(j) = advice-bag
                          and rt-date(j) = advice-date)
               continue
           end-perform
           if j > register-count
               add 1 to advices-unmatched
               move advice-amount to amount-edited
               move spaces to match-line
               string advice-bag " " advice-date " "
                   "           " amount-edited
                   "             NO SUCH DEPOSIT"
                   into match-line
               end-string
               write match-line
               exit paragraph
           end-if
           if rt-status(j) not = "OPEN"
               move spaces to match-line
               string advice-bag " " advice-date
                   " ALREADY CONFIRMED " function trim(rt-status(j))
                   " ON " rt-confirmed(j) " - ADVICE IGNORED"
                   into match-line
               end-string
               write match-line
               exit paragraph
           end-if

           move advice-amount to rt-bank-amount(j)
           move run-date to rt-confirmed(j)
           compute difference-cents = advice-amount - rt-amount(j)
           evaluate true
               when difference-cents = 0
                   move "MATCHED" to rt-status(j)
                   add 1 to deposits-matched
               when difference-cents < 0
                   move "SHORT" to rt-status(j)
                   add 1 to deposits-short
               when other
                   move "OVER" to rt-status(j)
                   add 1 to deposits-over
           end-evaluate

           move rt-amount(j) to amount-edited
           move difference-cents to difference-edited
           move spaces to match-line
           move 1 to line-pointer
           string rt-bag(j) " " rt-date(j) " " amount-edited " "
               into match-line
               with pointer line-pointer
           end-string
           move advice-amount to amount-edited
           string amount-edited " " difference-edited " "
               rt-status(j)
               into match-line
               with pointer line-pointer
           end-string
           write match-line

           move "N" to itemised-sw
           perform varying i from 1 by 1 until i > m
               if count-text(i) not = spaces
                   set bank-itemised to true
               end-if
           end-perform
           if bank-itemised
               perform compare-denominations
           end-if
           .
      *> Bank's itemised count per denomination against the vault's
      *> D posting for the same bag.
       compare-denominations.
           perform find-sent-pieces
           if not sent-found
               move spaces to match-line
               string "    BANK ITEMISED THE BAG BUT THE VAULT HAS "
                   "NO D POSTING FOR " function trim(advice-bag)
                   " - NOT COMPARED BY DENOMINATION"
                   into match-line
               end-string
               write match-line
               exit paragraph
           end-if
           perform varying i from 1 by 1 until i > m
               move 0 to counted-pieces
               if count-text(i) not = spaces
                       and function test-numval(count-text(i)) = 0
                   move function numval(count-text(i))
                       to counted-pieces
               end-if
               compute piece-difference =
                   counted-pieces - sent-pieces(i)
               if piece-difference not = 0
                   compute difference-cents =
                       piece-difference * coin(i)
                   move sent-pieces(i) to pieces-edited
                   move counted-pieces to counted-edited
                   move piece-difference to piece-diff-edited
                   move difference-cents to difference-edited
                   move spaces to match-line
                   string "    DENOMINATION " coin(i) " SENT "
                       function trim(pieces-edited) " COUNTED "
                       function trim(counted-edited) " PIECES "
                       function trim(piece-diff-edited) " CENTS "
                       function trim(difference-edited)
                       into match-line
                   end-string
                   write match-line
               end-if
           end-perform
           .
       find-sent-pieces.
           move "N" to sent-found-sw
           initialize sent-piece-counts
           open input vault-journal-file
           if not vault-journal-ok
               exit paragraph
           end-if
           perform until vault-journal-eof
               read vault-journal-file
                   at end
                       continue
                   not at end
                       move spaces to journal-type, journal-reference,
                           journal-counts
                       unstring vj-posting delimited by ","
                           into journal-type, journal-reference,
                               journal-count-text(1),
                               journal-count-text(2),
                               journal-count-text(3),
                               journal-count-text(4),
                               journal-count-text(5),
                               journal-count-text(6),
                               journal-count-text(7),
                               journal-count-text(8),
                               journal-count-text(9)
                       if journal-type = "D"
                               and journal-reference = advice-bag
                           perform take-sent-pieces
                       end-if
               end-read
           end-perform
           close vault-journal-file
           .
      *> a bag posted out of the vault in more than one D posting
      *> is the sum of them
       take-sent-pieces.
           set sent-found to true
           perform varying i from 1 by 1 until i > m
               if journal-count-text(i) not = spaces
                       and function test-numval(journal-count-text(i))
                           = 0
                   compute sent-pieces(i) = sent-pieces(i)
                       + function numval(journal-count-text(i))
               end-if
           end-perform
           .
       write-open-items.
           open output open-items-file
           if not open-items-ok
               display "deposit-match: open-items file could not be "
                   "opened."
               exit paragraph
           end-if
           move spaces to open-items-line
           string "DEPOSITS UNCONFIRMED AFTER " open-days-allowed
               " DAY(S) AS AT " run-date
               into open-items-line
           end-string
           write open-items-line
           move "BAG                  DATED          AMOUNT  DAYS"
               to open-items-line
           write open-items-line
           perform varying j from 1 by 1 until j > register-count
               if rt-status(j) = "OPEN"
                   compute days-outstanding = run-day-number
                       - function integer-of-date(rt-date(j))
                   if days-outstanding > open-days-allowed
                       add 1 to items-open
                       move rt-amount(j) to amount-edited
                       move days-outstanding to days-edited
                       move spaces to open-items-line
                       string rt-bag(j) " " rt-date(j) " "
                           amount-edited " " days-edited
                           into open-items-line
                       end-string
                       write open-items-line
                   end-if
               end-if
           end-perform
           if items-open = 0
               move "  (NONE)" to open-items-line
               write open-items-line
           end-if
           close open-items-file
           .
       save-deposit-register.
           open output deposit-register-file
           if not deposit-register-ok
               display "deposit-match: register could not be saved."
               move 1 to return-code
               exit paragraph
           end-if
           perform varying j from 1 by 1 until j > register-count
               move spaces to deposit-register-record
               move rt-bag(j) to dr-bag
               move rt-date(j) to dr-date
               move rt-amount(j) to dr-amount
               move rt-status(j) to dr-status
               move rt-bank-amount(j) to dr-bank-amount
               move rt-confirmed(j) to dr-confirmed
               write deposit-register-record
           end-perform
           close deposit-register-file
           .
       end program deposit-match.

      *> Cashier over/short history - the small daily shortage that
      *> drawer-reconcile reports and forgets, added up.  Reads the
      *> cashier-history.txt lines drawer-reconcile posts (a shift
      *> reconciled twice counts once, the later posting winning)
      *> over the period and limits in cashier-limits.txt:
      *>     short-cents,short-count,period-days
      *> (defaults 2000, 5 and 30; period 0 means all history).
      *> cashier-variance.txt shows each cashier's net over/short,
      *> variance and shortage counts and largest single variance,
      *> and lists for supervisor review anyone whose total
      *> shortage or number of shortages has reached its limit.
       identification division.
       program-id. cashier-variance.

       environment division.
       input-output section.
       file-control.
           select cashier-history-file assign to "cashier-history.txt"
               organization is line sequential
               status is cashier-history-status.

           select cashier-limits-file assign to "cashier-limits.txt"
               organization is line sequential
               status is cashier-limits-status.

           select variance-report-file
               assign to "cashier-variance.txt"
               organization is line sequential
               status is variance-report-status.

       data division.
       file section.
       fd  cashier-history-file
           data record is cashier-history-record.
       01  cashier-history-record.
           05 ch-date               pic 9(8).
           05 filler                pic x.
           05 ch-cashier            pic x(10).
           05 filler                pic x.
           05 ch-drawer             pic x(10).
           05 filler                pic x.
           05 ch-expected           pic 9(9).
           05 filler                pic x.
           05 ch-counted            pic 9(9).
           05 filler                pic x.
           05 ch-over-short         pic s9(9) sign leading separate.

       fd  cashier-limits-file
           data record is cashier-limits-record.
       01  cashier-limits-record    pic x(40).

       fd  variance-report-file
           data record is variance-line.
       01  variance-line            pic x(120).

       working-storage section.
       77  i                      pic 9(5).
       77  j                      pic 9(5).

       01  cashier-history-status pic xx.
           88 cashier-history-ok  values '00' thru '09'.
           88 cashier-history-eof value '10'.
       01  cashier-limits-status  pic xx.
           88 cashier-limits-ok   values '00' thru '09'.
       01  variance-report-status pic xx.
           88 variance-report-ok  values '00' thru '09'.

       01  short-limit-cents      pic 9(9) value 2000.
       01  short-count-limit      pic 9(5) value 5.
       01  period-days            pic 9(5) value 30.
       01  limit-texts.
           05 limit-text          pic x(12) occurs 3.

       01  run-date               pic 9(8).
       01  period-start-date      pic 9(8) value 0.

      *> one entry per shift (date + drawer) inside the period
       01  shift-count            pic 9(5) value 0.
       01  shift-table.
           05 shift-entry         occurs 20000.
              10 sh-date          pic 9(8).
              10 sh-drawer        pic x(10).
              10 sh-cashier       pic x(10).
              10 sh-over-short    pic s9(9).

       01  cashier-count          pic 9(3) value 0.
       01  cashier-table.
           05 cashier-entry       occurs 500.
              10 ct-cashier       pic x(10).
              10 ct-shifts        pic 9(5).
              10 ct-variances     pic 9(5).
              10 ct-shortages     pic 9(5).
              10 ct-net           pic s9(11).
              10 ct-total-short   pic 9(11).
              10 ct-largest       pic s9(9).
              10 ct-largest-date  pic 9(8).
              10 ct-review        pic x(8).

      *> cashiers the table had no room for, with the shifts of
      *> theirs left off the report
       01  overflow-shift-count   pic 9(5) value 0.
       01  overflow-cashier-count pic 9(3) value 0.
       01  overflow-cashier-table.
           05 overflow-cashier    pic x(10) occurs 100.
       01  overflow-list-full-sw  pic x value "N".
           88 overflow-list-full  value "Y".
       77  k                      pic 9(5).

       01  absolute-variance      pic 9(9).
       01  absolute-largest       pic 9(9).
       01  cashiers-for-review    pic 9(3) value 0.

       01  count-edited           pic z(4)9.
       01  net-edited             pic +(10)9.
       01  short-edited           pic z(10)9.
       01  largest-edited         pic +(8)9.
       01  limit-edited           pic z(8)9.
       77  line-pointer           pic 9(4).

       procedure division.
       main.
           move function current-date (1:8) to run-date
           perform load-cashier-limits
           if period-days > 0
               compute period-start-date = function date-of-integer(
                   function integer-of-date(run-date)
                   - period-days + 1)
           end-if

           open input cashier-history-file
           if not cashier-history-ok
               display "cashier-variance: no cashier history - "
                   "nothing to report."
               goback
           end-if
           perform until cashier-history-eof
               read cashier-history-file
                   at end
                       continue
                   not at end
                       perform take-history-line
               end-read
           end-perform
           close cashier-history-file

           perform varying i from 1 by 1 until i > shift-count
               perform add-shift-to-cashier
           end-perform
           perform judge-cashiers

           open output variance-report-file
           if not variance-report-ok
               display "cashier-variance: report file could not be "
                   "opened. The program will terminate."
               move 1 to return-code
               goback
           end-if
           perform write-variance-report
           close variance-report-file

           display "cashier-variance: " cashier-count
               " cashier(s), " shift-count " shift(s), "
               cashiers-for-review " for supervisor review."
           if overflow-shift-count > 0
               display "cashier-variance: " overflow-shift-count
                   " shift(s) of cashiers past the table of 500 "
                   "left out."
               move 1 to return-code
           end-if
           goback
           .
       load-cashier-limits.
           open input cashier-limits-file
           if not cashier-limits-ok
               exit paragraph
           end-if
           read cashier-limits-file
               at end
                   move spaces to cashier-limits-record
           end-read
           close cashier-limits-file
           move spaces to limit-texts
           unstring cashier-limits-record delimited by ","
               into limit-text(1), limit-text(2), limit-text(3)
           if limit-text(1) not = spaces
                   and function test-numval(limit-text(1)) = 0
               move function numval(limit-text(1))
                   to short-limit-cents
           end-if
           if limit-text(2) not = spaces
                   and function test-numval(limit-text(2)) = 0
               move function numval(limit-text(2))
                   to short-count-limit
           end-if
           if limit-text(3) not = spaces
                   and function test-numval(limit-text(3)) = 0
               move function numval(limit-text(3)) to period-days
           end-if
           .
      *> A later posting for the same shift replaces the earlier.
       take-history-line.
           if ch-date not numeric or ch-over-short not numeric
               exit paragraph
           end-if
           if ch-date < period-start-date
               exit paragraph
           end-if
           perform varying j from 1 by 1
                   until j > shift-count
                      or (sh-date(j) = ch-date
                          and sh-drawer(j) = ch-drawer)
               continue
           end-perform
           if j > shift-count
               if shift-count not < 20000
                   display "cashier-variance: more than 20000 "
                       "shifts in the period - the rest are left out."
                   exit paragraph
               end-if
               add 1 to shift-count
           end-if
           move ch-date to sh-date(j)
           move ch-drawer to sh-drawer(j)
           move ch-cashier to sh-cashier(j)
           move ch-over-short to sh-over-short(j)
           .
       add-shift-to-cashier.
           perform varying j from 1 by 1
                   until j > cashier-count
                      or ct-cashier(j) = sh-cashier(i)
               continue
           end-perform
           if j > cashier-count
               if cashier-count not < 500
                   perform note-overflow-cashier
                   exit paragraph
               end-if
               add 1 to cashier-count
               initialize cashier-entry(j)
               move sh-cashier(i) to ct-cashier(j)
           end-if
           add 1 to ct-shifts(j)
           add sh-over-short(i) to ct-net(j)
           if sh-over-short(i) not = 0
               add 1 to ct-variances(j)
           end-if
           if sh-over-short(i) < 0
               add 1 to ct-shortages(j)
               subtract sh-over-short(i) from ct-total-short(j)
           end-if
           move function abs(sh-over-short(i)) to absolute-variance
           move function abs(ct-largest(j)) to absolute-largest
           if absolute-variance > absolute-largest
               move sh-over-short(i) to ct-largest(j)
               move sh-date(i) to ct-largest-date(j)
           end-if
           .
       note-overflow-cashier.
           add 1 to overflow-shift-count
           perform varying k from 1 by 1
                   until k > overflow-cashier-count
                      or overflow-cashier(k) = sh-cashier(i)
               continue
           end-perform
           if k > overflow-cashier-count
               if overflow-cashier-count < 100
                   add 1 to overflow-cashier-count
                   move sh-cashier(i)
                       to overflow-cashier(overflow-cashier-count)
               else
                   set overflow-list-full to true
               end-if
           end-if
           .
       judge-cashiers.
           perform varying j from 1 by 1 until j > cashier-count
               move spaces to ct-review(j)
               if short-limit-cents > 0
                       and ct-total-short(j) not < short-limit-cents
                   move "TOTAL" to ct-review(j)
               end-if
               if short-count-limit > 0
                       and ct-shortages(j) not < short-count-limit
                   if ct-review(j) = spaces
                       move "REPEATED" to ct-review(j)
                   else
                       move "BOTH" to ct-review(j)
                   end-if
               end-if
               if ct-review(j) not = spaces
                   add 1 to cashiers-for-review
               end-if
           end-perform
           .
       write-variance-report.
           move spaces to variance-line
           if period-days > 0
               move period-days to count-edited
               string "CASHIER OVER/SHORT FOR "
                   function trim(count-edited) " DAY(S) FROM "
                   period-start-date " TO " run-date
                   into variance-line
               end-string
           else
               string "CASHIER OVER/SHORT - ALL HISTORY TO " run-date
                   into variance-line
               end-string
           end-if
           write variance-line
           move spaces to variance-line
           write variance-line
           move "CASHIER    SHIFTS VARIANCES SHORTS     NET O/S"
               & "  TOTAL SHORT    LARGEST ON       REVIEW"
               to variance-line
           write variance-line
           perform varying j from 1 by 1 until j > cashier-count
               perform write-cashier-line
           end-perform

           move spaces to variance-line
           write variance-line
           move short-limit-cents to limit-edited
           move short-count-limit to count-edited
           move spaces to variance-line
           string "FOR SUPERVISOR REVIEW (TOTAL SHORTAGE LIMIT "
               function trim(limit-edited) " CENTS, SHORTAGE COUNT "
               "LIMIT " function trim(count-edited) ")"
               into variance-line
           end-string
           write variance-line
           if cashiers-for-review = 0
               move "  (NONE)" to variance-line
               write variance-line
           end-if
           perform varying j from 1 by 1 until j > cashier-count
               if ct-review(j) not = spaces
                   move ct-total-short(j) to short-edited
                   move ct-shortages(j) to count-edited
                   move spaces to variance-line
                   string "  " ct-cashier(j) " SHORT "
                       function trim(short-edited) " CENTS IN "
                       function trim(count-edited) " SHORTAGE(S) - "
                       "LIMIT REACHED: " function trim(ct-review(j))
                       into variance-line
                   end-string
                   write variance-line
               end-if
           end-perform

           if overflow-shift-count = 0
               exit paragraph
           end-if
           move spaces to variance-line
           write variance-line
           move overflow-shift-count to count-edited
           move spaces to variance-line
           string "*** " function trim(count-edited)
               " SHIFT(S) OF CASHIERS PAST THE TABLE OF 500 LEFT "
               "OUT - REPORT INCOMPLETE ***"
               into variance-line
           end-string
           write variance-line
           perform varying k from 1 by 1
                   until k > overflow-cashier-count
               move spaces to variance-line
               string "  NOT REPORTED: " overflow-cashier(k)
                   into variance-line
               end-string
               write variance-line
           end-perform
           if overflow-list-full
               move "  NOT REPORTED: AND OTHERS" to variance-line
               write variance-line
           end-if
           .
       write-cashier-line.
           move spaces to variance-line
           move 1 to line-pointer
           move ct-shifts(j) to count-edited
           string ct-cashier(j) " " count-edited " "
               into variance-line
               with pointer line-pointer
           end-string
           move ct-variances(j) to count-edited
           string "    " count-edited " "
               into variance-line
               with pointer line-pointer
           end-string
           move ct-shortages(j) to count-edited
           string " " count-edited " "
               into variance-line
               with pointer line-pointer
           end-string
           move ct-net(j) to net-edited
           move ct-total-short(j) to short-edited
           move ct-largest(j) to largest-edited
           string net-edited " " short-edited " " largest-edited
               " " ct-largest-date(j) " " ct-review(j)
               into variance-line
               with pointer line-pointer
           end-string
           write variance-line
           .
       end program cashier-variance.
