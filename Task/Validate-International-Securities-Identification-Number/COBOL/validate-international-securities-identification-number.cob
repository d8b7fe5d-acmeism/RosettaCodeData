*> so the whole master is validated in one pass instead of only the
*> ISIN rows.  A master line is "T,identifier"; a line with no type
*> prefix is taken as an ISIN, so pre-typed master files still load.
*> The issuer and a description may follow the identifier.
identification division.
program-id. batchISINtest.
environment division.
file section.
fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  isin-report-file
    data record is isin-report-line.

    open input securities-master-file
    open output isin-report-file
    move spaces to isin-report-line
    call "report-environment" using isin-report-line
    write isin-report-line

    perform read-master-record
    perform until master-eof
        exit paragraph
    end-if

    move spaces to holding-id
    if securities-master-record(2:1) = ','
        move securities-master-record(1:1) to holding-type
        unstring securities-master-record(3:) delimited by ','
            into holding-id
    else
        move 'I' to holding-type
        unstring securities-master-record delimited by ','
            into holding-id
    end-if

    initialize holding-len

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  xref-report-file
    data record is xref-report-line.
    perform load-securities-master

    open output xref-report-file
    move spaces to xref-report-line
    call "report-environment" using xref-report-line
    write xref-report-line

    perform read-position-record
    perform until positions-eof
    if securities-master-record(2:1) = ','
        if securities-master-record(1:1) = 'I'
            add 1 to num-master-entries
            move spaces to me-isin(num-master-entries)
            unstring securities-master-record(3:) delimited by ','
                into me-isin(num-master-entries)
            move 'N' to me-matched-flag(num-master-entries)
        end-if
    else
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
        unstring securities-master-record delimited by ','
            into me-isin(num-master-entries)
        move 'N' to me-matched-flag(num-master-entries)
    end-if
    .
*> remembers and the ISIN validation always runs against a master we
*> can date.  Transactions come one per line from
*> securities-master-trans.txt as "action,effective-date,type,
*> identifier[,issuer[,description]]" with action A (add), C (change
*> - the record is re-stated as of the date, keeping the issuer and
*> description on file when none is given) or D (delete).  A
*> superseded or deleted record is appended to the history file
*> rather than overwritten,
*> and every run writes a load report - applied, rejected with
*> reason, and the resulting master count.
identification division.
file section.
fd  master-trans-file
    data record is master-trans-record.
01  master-trans-record pic x(100).

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  master-history-file
    data record is master-history-record.
01  master-history-record pic x(100).

fd  load-report-file
    data record is load-report-line.
            indexed by master-idx.
        05  dm-type pic x.
        05  dm-identifier pic x(20).
        05  dm-issuer pic x(20).
        05  dm-description pic x(40).
        05  dm-effective pic x(10).
        05  dm-deleted-flag pic x.
            88  dm-deleted value 'Y'.
01  trans-effective pic x(12).
01  trans-type pic x(4).
01  trans-identifier pic x(20).
01  trans-issuer pic x(20).
01  trans-description pic x(40).

01  entry-found-flag pic x.
    88  entry-found value 'Y'.
        open output master-history-file
    end-if
    open output load-report-file
    move spaces to load-report-line
    call "report-environment" using load-report-line
    write load-report-line

    perform until master-trans-eof
        read master-trans-file
        exit paragraph
    end-if
    add 1 to num-master-entries
    move spaces to dm-identifier(num-master-entries)
        dm-issuer(num-master-entries)
        dm-description(num-master-entries)
    if securities-master-record(2:1) = ','
        move securities-master-record(1:1)
          to dm-type(num-master-entries)
        unstring securities-master-record(3:) delimited by ','
            into dm-identifier(num-master-entries),
                dm-issuer(num-master-entries),
                dm-description(num-master-entries)
    else
        move 'I' to dm-type(num-master-entries)
        unstring securities-master-record delimited by ','
            into dm-identifier(num-master-entries),
                dm-issuer(num-master-entries),
                dm-description(num-master-entries)
    end-if
    move spaces to dm-effective(num-master-entries)
    move 'N' to dm-deleted-flag(num-master-entries)
        exit paragraph
    end-if
    move spaces to trans-action trans-effective trans-type
        trans-identifier trans-issuer trans-description
    unstring master-trans-record delimited by ','
        into trans-action, trans-effective, trans-type,
            trans-identifier, trans-issuer, trans-description

    if trans-identifier = spaces or trans-effective = spaces
        perform reject-trans-malformed
    move function upper-case(trans-type(1:1))
      to dm-type(num-master-entries)
    move trans-identifier to dm-identifier(num-master-entries)
    move function upper-case(trans-issuer)
      to dm-issuer(num-master-entries)
    move trans-description to dm-description(num-master-entries)
    move trans-effective(1:10)
      to dm-effective(num-master-entries)
    move 'N' to dm-deleted-flag(num-master-entries)
    perform write-history-record
    move function upper-case(trans-type(1:1))
      to dm-type(master-idx)
*>  a change that names no issuer or description leaves the one
*>  on file
    if trans-issuer not = spaces
        move function upper-case(trans-issuer)
          to dm-issuer(master-idx)
    end-if
    if trans-description not = spaces
        move trans-description to dm-description(master-idx)
    end-if
    move trans-effective(1:10) to dm-effective(master-idx)
    add 1 to trans-applied
    .
    string function upper-case(trans-action(1:1)) ','
        trans-effective(1:10) ','
        dm-type(master-idx) ','
        function trim(dm-identifier(master-idx)) ','
        function trim(dm-issuer(master-idx)) ','
        function trim(dm-description(master-idx))
        into master-history-record
    write master-history-record
    .
        if not dm-deleted(master-idx)
            add 1 to active-count
            move spaces to securities-master-record
            evaluate true
            when dm-description(master-idx) not = spaces
                string dm-type(master-idx) ','
                    function trim(dm-identifier(master-idx)) ','
                    function trim(dm-issuer(master-idx)) ','
                    function trim(dm-description(master-idx))
                    into securities-master-record
            when dm-issuer(master-idx) not = spaces
                string dm-type(master-idx) ','
                    function trim(dm-identifier(master-idx)) ','
                    function trim(dm-issuer(master-idx))
                    into securities-master-record
            when other
                string dm-type(master-idx) ','
                    function trim(dm-identifier(master-idx))
                    into securities-master-record
            end-evaluate
            write securities-master-record
        end-if
    end-perform
*> are proved through ISINtest, an action not yet effective is
*> carried without being applied, and an applied action re-keys
*> every matching position and multiplies its quantity by the split
*> ratio.  trade-capture's tax lots, position balances and
*> pending trades in the old ISIN are re-keyed the same way, a
*> lot's unit cost and a pending trade's price divided by the ratio
*> so the amounts stand.  Everything applied or
*> rejected lands on actions-applied.txt, and each position re-keyed
*> is added to corporate-actions-history.txt.
identification division.
program-id. corporate-actions.
environment division.
        status is positions-status.
    select actions-report-file assign to "actions-applied.txt"
        organization is line sequential.
    select tax-lots-file assign to "tax-lots.txt"
        organization is line sequential
        status is tax-lots-status.
    select balances-file assign to "position-balances.txt"
        organization is line sequential
        status is balances-status.
    select pending-trades-file assign to "trades-pending.txt"
        organization is line sequential
        status is pending-trades-status.
    select actions-history-file
        assign to "corporate-actions-history.txt"
        organization is line sequential
        status is actions-history-status.
data division.
file section.
fd  actions-file
    data record is actions-report-line.
01  actions-report-line pic x(120).

*> trade-capture's "account,isin,lot-id,open-date,quantity,
*> unit-cost" lots and "account,isin,settled,pending" balances.
fd  tax-lots-file
    data record is tax-lots-record.
01  tax-lots-record pic x(100).

fd  balances-file
    data record is balances-record.
01  balances-record pic x(80).

fd  pending-trades-file
    data record is pending-trades-record.
01  pending-trades-record pic x(120).

*> One "applied-date,effective-date,account,old-isin,new-isin,
*> ratio,quantity-before,quantity-after" line per position an action
*> touched, kept across runs for the client statements.
fd  actions-history-file
    data record is actions-history-record.
01  actions-history-record pic x(120).

working-storage section.
01  actions-status pic xx.
    88  actions-file-ok values '00' thru '09'.

01  positions-eof-flag pic x value 'N'.
    88  positions-eof value 'Y'.
01  tax-lots-status pic xx.
    88  tax-lots-ok values '00' thru '09'.
01  balances-status pic xx.
    88  balances-file-ok values '00' thru '09'.
01  tax-lots-eof-flag pic x value 'N'.
    88  tax-lots-eof value 'Y'.
01  balances-eof-flag pic x value 'N'.
    88  balances-eof value 'Y'.
01  tax-lots-loaded-flag pic x value 'N'.
    88  tax-lots-loaded value 'Y'.
01  balances-loaded-flag pic x value 'N'.
    88  balances-loaded value 'Y'.
01  pending-trades-status pic xx.
    88  pending-trades-ok values '00' thru '09'.
01  pending-trades-eof-flag pic x value 'N'.
    88  pending-trades-eof value 'Y'.
01  pending-trades-loaded-flag pic x value 'N'.
    88  pending-trades-loaded value 'Y'.
01  actions-history-status pic xx.
    88  actions-history-ok values '00' thru '09'.
01  new-quantity-edited pic z(10)9.9(3).

*> Lots and balances are carried as lines with the ISIN and the
*> amounts a corporate action touches pulled out alongside.
01  num-lots pic 9(5) value 0.
01  tax-lots-area.
    03  tax-lot-entry occurs 1 to 10000 times
            depending on num-lots
            indexed by lot-idx.
        05  tl-account pic x(12).
        05  tl-isin pic x(20).
        05  tl-lot-id pic x(16).
        05  tl-open-date pic x(12).
        05  tl-quantity pic 9(11)v9(3).
        05  tl-unit-cost pic 9(9)v9(6).
01  num-balances pic 9(4) value 0.
01  balances-table-area.
    03  balance-entry occurs 1 to 5000 times
            depending on num-balances
            indexed by bal-idx.
        05  pb-account pic x(12).
        05  pb-isin pic x(20).
        05  pb-settled pic s9(11)v9(3).
        05  pb-pending pic s9(11)v9(3).
01  balances-before pic 9(4).
01  new-bal-idx usage index.
01  settled-after pic s9(11)v9(3).
01  pending-after pic s9(11)v9(3).
01  num-pending-trades pic 9(4) value 0.
01  pending-trades-area.
    03  pending-trade-entry occurs 1 to 5000 times
            depending on num-pending-trades
            indexed by pend-trade-idx.
        05  ptr-line pic x(120).
01  ptr-id pic x(16).
01  ptr-account pic x(12).
01  ptr-isin pic x(20).
01  ptr-side pic x(4).
01  ptr-quantity-text pic x(20).
01  ptr-price-text pic x(20).
01  ptr-trade-date pic x(12).
01  ptr-settle-date pic x(12).
01  ptr-price pic 9(9)v9(6).
01  pending-trades-rekeyed pic 9(5) value 0.
01  rekey-account pic x(12).
01  amount-text-1 pic x(20).
01  amount-text-2 pic x(20).
01  lot-cost-edited pic z(8)9.9(6).
01  signed-qty-edited pic -(10)9.9(3).
01  signed-qty-edited-2 pic -(10)9.9(3).
01  lots-rekeyed pic 9(5) value 0.

01  num-positions pic 9(4).
01  positions-table-area.
01  actions-pending pic 9(4).
01  positions-rekeyed pic 9(5).

*> Lines that would not fit their table; any at all and the run
*> is refused, since the rewrite would drop them.
01  position-overflow-count pic 9(5).
01  lot-overflow-count pic 9(5).
01  balance-overflow-count pic 9(5).
01  pending-overflow-count pic 9(5).

*> Actions not yet effective, carried back onto the actions file
*> so the next run sees them again; applied and rejected lines
*> are consumed - a split action left on the file would
        goback
    end-if

    perform load-tax-lots
    perform load-balances
    perform load-pending-trades
    if position-overflow-count > 0 or lot-overflow-count > 0
            or balance-overflow-count > 0
            or pending-overflow-count > 0
        display 'corporate-actions: tables full - '
            position-overflow-count ' position(s), '
            lot-overflow-count ' tax lot(s), '
            balance-overflow-count ' balance(s), '
            pending-overflow-count ' pending trade(s) not loaded'
            ' - nothing applied.'
        close actions-file
        move 1 to return-code
        goback
    end-if

    open output actions-report-file
    open extend actions-history-file
    if not actions-history-ok
        open output actions-history-file
    end-if
    move spaces to actions-report-line
    call "report-environment" using actions-report-line
    write actions-report-line

    move spaces to today-date
    string current-date(1:4) '-' current-date(5:2) '-'
    close actions-file

    perform rewrite-positions
    perform rewrite-tax-lots
    perform rewrite-balances
    perform rewrite-pending-trades
    perform consume-applied-actions

    move spaces to actions-report-line
        '  REJECTED: ' actions-rejected
        '  NOT-YET-EFFECTIVE: ' actions-pending
        '  POSITIONS RE-KEYED: ' positions-rekeyed
        '  LOTS RE-KEYED: ' lots-rekeyed
        into actions-report-line
    write actions-report-line
    close actions-report-file
    close actions-history-file

    display 'corporate-actions: ' actions-applied ' applied, '
        actions-rejected ' rejected, ' actions-pending
            at end
                set positions-eof to true
            not at end
                if positions-record not = spaces
                        and num-positions = 5000
                    add 1 to position-overflow-count
                end-if
                if positions-record not = spaces
                        and num-positions < 5000
                    add 1 to num-positions
    end-if

    perform rekey-matching-positions
    perform rekey-matching-lots
    perform rekey-matching-balances
    perform rekey-pending-trades
    add 1 to actions-applied
    .
validate-action-isins.
                ' account ' po-account(pos-idx)
                into actions-report-line
            write actions-report-line
            move new-quantity to new-quantity-edited
            move spaces to actions-history-record
            string today-date ',' act-effective(1:10) ','
                function trim(po-account(pos-idx)) ','
                function trim(act-old-isin) ','
                function trim(act-new-isin) ','
                function trim(act-ratio-text) ','
                function trim(quantity-edited) ','
                function trim(new-quantity-edited)
                into actions-history-record
            write actions-history-record
        end-if
    end-perform
    .
        into actions-report-line
    write actions-report-line
    .
load-tax-lots.
    open input tax-lots-file
    if not tax-lots-ok
        exit paragraph
    end-if
    set tax-lots-loaded to true
    perform until tax-lots-eof
        read tax-lots-file
            at end
                set tax-lots-eof to true
            not at end
                if tax-lots-record not = spaces
                        and num-lots = 10000
                    add 1 to lot-overflow-count
                end-if
                if tax-lots-record not = spaces
                        and num-lots < 10000
                    add 1 to num-lots
                    move spaces to amount-text-1 amount-text-2
                    unstring tax-lots-record delimited by ','
                        into tl-account(num-lots),
                            tl-isin(num-lots),
                            tl-lot-id(num-lots),
                            tl-open-date(num-lots),
                            amount-text-1, amount-text-2
                    compute tl-quantity(num-lots) =
                        numval(amount-text-1)
                    compute tl-unit-cost(num-lots) =
                        numval(amount-text-2)
                end-if
        end-read
    end-perform
    close tax-lots-file
    .
load-balances.
    open input balances-file
    if not balances-file-ok
        exit paragraph
    end-if
    set balances-loaded to true
    perform until balances-eof
        read balances-file
            at end
                set balances-eof to true
            not at end
                if balances-record not = spaces
                        and num-balances = 5000
                    add 1 to balance-overflow-count
                end-if
                if balances-record not = spaces
                        and num-balances < 5000
                    add 1 to num-balances
                    move spaces to amount-text-1 amount-text-2
                    unstring balances-record delimited by ','
                        into pb-account(num-balances),
                            pb-isin(num-balances),
                            amount-text-1, amount-text-2
                    compute pb-settled(num-balances) =
                        numval(amount-text-1)
                    compute pb-pending(num-balances) =
                        numval(amount-text-2)
                end-if
        end-read
    end-perform
    close balances-file
    .
*> A split changes a lot's quantity, not what it cost: the
*> quantity is multiplied by the ratio and the unit cost divided
*> by it.
rekey-matching-lots.
    perform varying lot-idx from 1 by 1
            until lot-idx > num-lots
        if tl-isin(lot-idx) = act-old-isin
            add 1 to lots-rekeyed
            move act-new-isin to tl-isin(lot-idx)
            compute tl-quantity(lot-idx) rounded =
                tl-quantity(lot-idx) * act-ratio
            compute tl-unit-cost(lot-idx) rounded =
                tl-unit-cost(lot-idx) / act-ratio
        end-if
    end-perform
    .
*> A balance re-keyed onto an ISIN the account already holds is
*> merged into that line.
rekey-matching-balances.
    move num-balances to balances-before
    perform varying bal-idx from 1 by 1
            until bal-idx > balances-before
        if pb-isin(bal-idx) = act-old-isin
            compute settled-after rounded =
                pb-settled(bal-idx) * act-ratio
            compute pending-after rounded =
                pb-pending(bal-idx) * act-ratio
            if act-new-isin = act-old-isin
                move settled-after to pb-settled(bal-idx)
                move pending-after to pb-pending(bal-idx)
            else
                move pb-account(bal-idx) to rekey-account
                move 0 to pb-settled(bal-idx) pb-pending(bal-idx)
                perform add-rekeyed-balance
            end-if
        end-if
    end-perform
    .
add-rekeyed-balance.
    set new-bal-idx to 1
    search balance-entry varying new-bal-idx
        at end
            if num-balances < 5000
                add 1 to num-balances
                set new-bal-idx to num-balances
                move rekey-account to pb-account(new-bal-idx)
                move act-new-isin to pb-isin(new-bal-idx)
                move 0 to pb-settled(new-bal-idx)
                    pb-pending(new-bal-idx)
            else
                display 'corporate-actions: balances table full - '
                    function trim(rekey-account) ' not re-keyed.'
                exit paragraph
            end-if
        when pb-account(new-bal-idx) = rekey-account
                and pb-isin(new-bal-idx) = act-new-isin
            continue
    end-search
    add settled-after to pb-settled(new-bal-idx)
    add pending-after to pb-pending(new-bal-idx)
    .
*> Trades captured but not yet settled move with their position:
*> quantity times the ratio, price divided by it.
rekey-pending-trades.
    perform varying pend-trade-idx from 1 by 1
            until pend-trade-idx > num-pending-trades
        move spaces to ptr-id ptr-account ptr-isin ptr-side
            ptr-quantity-text ptr-price-text ptr-trade-date
            ptr-settle-date
        unstring ptr-line(pend-trade-idx) delimited by ','
            into ptr-id, ptr-account, ptr-isin, ptr-side,
                ptr-quantity-text, ptr-price-text, ptr-trade-date,
                ptr-settle-date
        if ptr-isin = act-old-isin
            add 1 to pending-trades-rekeyed
            compute pending-after rounded =
                numval(ptr-quantity-text) * act-ratio
            compute ptr-price rounded =
                numval(ptr-price-text) / act-ratio
            move pending-after to signed-qty-edited
            move ptr-price to lot-cost-edited
            move spaces to ptr-line(pend-trade-idx)
            string function trim(ptr-id) ','
                function trim(ptr-account) ','
                function trim(act-new-isin) ','
                function trim(ptr-side) ','
                function trim(signed-qty-edited) ','
                function trim(lot-cost-edited) ','
                function trim(ptr-trade-date) ','
                function trim(ptr-settle-date)
                into ptr-line(pend-trade-idx)
        end-if
    end-perform
    .
rewrite-tax-lots.
    if not tax-lots-loaded
        exit paragraph
    end-if
    open output tax-lots-file
    perform varying lot-idx from 1 by 1
            until lot-idx > num-lots
        move tl-quantity(lot-idx) to quantity-edited
        move tl-unit-cost(lot-idx) to lot-cost-edited
        move spaces to tax-lots-record
        string function trim(tl-account(lot-idx)) ','
            function trim(tl-isin(lot-idx)) ','
            function trim(tl-lot-id(lot-idx)) ','
            function trim(tl-open-date(lot-idx)) ','
            function trim(quantity-edited) ','
            function trim(lot-cost-edited)
            into tax-lots-record
        write tax-lots-record
    end-perform
    close tax-lots-file
    .
rewrite-balances.
    if not balances-loaded
        exit paragraph
    end-if
    open output balances-file
    perform varying bal-idx from 1 by 1
            until bal-idx > num-balances
        if pb-settled(bal-idx) <> 0 or pb-pending(bal-idx) <> 0
            move pb-settled(bal-idx) to signed-qty-edited
            move pb-pending(bal-idx) to signed-qty-edited-2
            move spaces to balances-record
            string function trim(pb-account(bal-idx)) ','
                function trim(pb-isin(bal-idx)) ','
                function trim(signed-qty-edited) ','
                function trim(signed-qty-edited-2)
                into balances-record
            write balances-record
        end-if
    end-perform
    close balances-file
    .
load-pending-trades.
    open input pending-trades-file
    if not pending-trades-ok
        exit paragraph
    end-if
    set pending-trades-loaded to true
    perform until pending-trades-eof
        read pending-trades-file
            at end
                set pending-trades-eof to true
            not at end
                if pending-trades-record not = spaces
                        and num-pending-trades = 5000
                    add 1 to pending-overflow-count
                end-if
                if pending-trades-record not = spaces
                        and num-pending-trades < 5000
                    add 1 to num-pending-trades
                    move pending-trades-record
                        to ptr-line(num-pending-trades)
                end-if
        end-read
    end-perform
    close pending-trades-file
    .
rewrite-pending-trades.
    if not pending-trades-loaded
        exit paragraph
    end-if
    open output pending-trades-file
    perform varying pend-trade-idx from 1 by 1
            until pend-trade-idx > num-pending-trades
        move ptr-line(pend-trade-idx) to pending-trades-record
        write pending-trades-record
    end-perform
    close pending-trades-file
    .
end program corporate-actions.

*> Daily price validation and portfolio valuation - the spreadsheet
*> business days - counted back through business-day-add's holiday
*> calendar - is flagged stale.  Positions are then valued at the
*> usable prices, with per-currency and portfolio totals and a list
*> of every position that could not be valued; each position valued
*> is also written to valued-positions.txt for the runs that follow.
*> valuation-control.txt optionally carries
*> "stale-days,max-move-pct"; defaults 3 and 20.
identification division.
        status is valuation-control-status.
    select valuation-report-file assign to "valuation-report.txt"
        organization is line sequential.
    select valued-positions-file assign to "valued-positions.txt"
        organization is line sequential.
data division.
file section.
fd  prices-file

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  valuation-control-file
    data record is valuation-control-record.
    data record is valuation-report-line.
01  valuation-report-line pic x(130).

*> "account,isin,currency,quantity,value,price" for every position
*> valued, for the runs that follow valuation.
fd  valued-positions-file
    data record is valued-positions-record.
01  valued-positions-record pic x(80).

working-storage section.
01  prices-status pic xx.
    88  prices-file-ok values '00' thru '09'.
01  value-edited pic z(12)9.99.
01  total-edited pic z(14)9.99.
01  move-edited pic -(4)9.99.
01  valued-price-edited pic z(8)9.9(4).

01  num-ccy-totals pic 99.
01  ccy-totals-area.
    end-if

    open output valuation-report-file
    move spaces to valuation-report-line
    call "report-environment" using valuation-report-line
    write valuation-report-line

    compute today-int = integer-of-date(
        numval(current-date(1:8)))
    if securities-master-record(2:1) = ','
        if securities-master-record(1:1) = 'I'
            add 1 to num-master-entries
            move spaces to me-isin(num-master-entries)
            unstring securities-master-record(3:) delimited by ','
                into me-isin(num-master-entries)
        end-if
    else
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
        unstring securities-master-record delimited by ','
            into me-isin(num-master-entries)
    end-if
    .
load-prior-prices.
            'validated but nothing valued.'
        exit paragraph
    end-if
    open output valued-positions-file
    perform until positions-eof
        read positions-file
            at end
        end-read
    end-perform
    close positions-file
    close valued-positions-file
    .
value-one-position.
    move spaces to pos-isin pos-quantity pos-account
            into valuation-report-line
    end-if
    write valuation-report-line

    move pr-price(price-idx) to valued-price-edited
    move spaces to valued-positions-record
    string function trim(pos-account) ','
        function trim(pos-isin) ','
        pr-currency(price-idx) ','
        function trim(pos-quantity) ','
        function trim(value-edited) ','
        function trim(valued-price-edited)
        into valued-positions-record
    write valued-positions-record
    .
add-currency-value.
    if num-ccy-totals > 0
*> the difference, and holdings only one side knows about report as
*> WE-HOLD-ONLY or CUSTODIAN-ONLY.  Unresolved breaks carry forward
*> on custodian-breaks-carryforward.txt with an age in runs, so a
*> three-month-old break stands out from this month's noise.  Under
*> each break are listed the trade-capture trades on that ISIN and
*> account still pending settlement or settled in the last month.
identification division.
program-id. custodian-reconcile.
environment division.
        status is breaks-cf-status.
    select breaks-report-file assign to "custodian-breaks.txt"
        organization is line sequential.
    select pending-trades-file assign to "trades-pending.txt"
        organization is line sequential
        status is pending-trades-status.
    select trade-ledger-file assign to "trade-ledger.txt"
        organization is line sequential
        status is trade-ledger-status.
data division.
file section.
fd  custodian-file
    data record is breaks-report-line.
01  breaks-report-line pic x(120).

*> trade-capture's unsettled trades and its ledger - "trade-id,
*> account,isin,side,quantity,price,trade-date,settle-date[,event]".
fd  pending-trades-file
    data record is pending-trades-record.
01  pending-trades-record pic x(120).

fd  trade-ledger-file
    data record is trade-ledger-record.
01  trade-ledger-record pic x(120).

working-storage section.
01  custodian-status pic xx.
    88  custodian-file-ok values '00' thru '09'.
    88  positions-file-ok values '00' thru '09'.
01  breaks-cf-status pic xx.
    88  breaks-cf-ok values '00' thru '09'.
01  pending-trades-status pic xx.
    88  pending-trades-ok values '00' thru '09'.
01  trade-ledger-status pic xx.
    88  trade-ledger-ok values '00' thru '09'.
01  pending-eof-flag pic x value 'N'.
    88  pending-eof value 'Y'.
01  ledger-eof-flag pic x value 'N'.
    88  ledger-eof value 'Y'.

*> The trades a break can be traced to: every trade still pending
*> settlement, and every one settled in the last month.
01  num-trace-trades pic 9(4).
01  trace-trades-area.
    03  trace-trade-entry occurs 1 to 5000 times
            depending on num-trace-trades
            indexed by trace-idx.
        05  tt-account pic x(10).
        05  tt-isin pic x(20).
        05  tt-status pic x(8).
        05  tt-line pic x(120).
01  trace-cutoff-date pic x(10).
01  trace-yyyymmdd pic 9(8).
01  trd-id pic x(16).
01  trd-account pic x(12).
01  trd-isin pic x(20).
01  trd-side pic x(4).
01  trd-quantity-text pic x(18).
01  trd-price-text pic x(18).
01  trd-date pic x(12).
01  trd-settle-date pic x(10).
01  trd-event pic x(10).
01  traced-count pic 9(4).

01  custodian-eof-flag pic x value 'N'.
    88  custodian-eof value 'Y'.
    end-if

    perform load-prior-breaks
    perform load-trace-trades

    open input positions-file
    if not positions-file-ok
    end-if

    open output breaks-report-file
    move spaces to breaks-report-line
    call "report-environment" using breaks-report-line
    write breaks-report-line
    open output breaks-cf-file

    perform until positions-eof
            into breaks-report-line
    end-if
    write breaks-report-line
    perform list-break-trades

    move spaces to breaks-cf-record
    string function trim(pos-isin) ','
        into breaks-cf-record
    write breaks-cf-record
    .
*> Pending trades always; ledger settlements from the last month,
*> the span since the previous monthly reconciliation.
load-trace-trades.
    compute trace-yyyymmdd = date-of-integer(
        integer-of-date(numval(current-date(1:8))) - 31)
    move spaces to trace-cutoff-date
    string trace-yyyymmdd(1:4) '-' trace-yyyymmdd(5:2) '-'
        trace-yyyymmdd(7:2) into trace-cutoff-date

    open input pending-trades-file
    if pending-trades-ok
        perform until pending-eof
            read pending-trades-file
                at end
                    set pending-eof to true
                not at end
                    if pending-trades-record not = spaces
                        move pending-trades-record
                          to trade-ledger-record
                        move 'PENDING' to trd-event
                        perform add-trace-trade
                    end-if
            end-read
        end-perform
        close pending-trades-file
    end-if

    open input trade-ledger-file
    if not trade-ledger-ok
        exit paragraph
    end-if
    perform until ledger-eof
        read trade-ledger-file
            at end
                set ledger-eof to true
            not at end
                if trade-ledger-record not = spaces
                    move 'SETTLED' to trd-event
                    perform add-trace-trade
                end-if
        end-read
    end-perform
    close trade-ledger-file
    .
*> Takes a pending line as it is, a ledger line only when it is
*> a settlement inside the trace window.
add-trace-trade.
    move spaces to trd-id trd-account trd-isin trd-side
        trd-quantity-text trd-price-text trd-date trd-settle-date
    if trd-event = 'PENDING'
        unstring trade-ledger-record delimited by ','
            into trd-id, trd-account, trd-isin, trd-side,
                trd-quantity-text, trd-price-text, trd-date,
                trd-settle-date
    else
        move spaces to trd-event
        unstring trade-ledger-record delimited by ','
            into trd-id, trd-account, trd-isin, trd-side,
                trd-quantity-text, trd-price-text, trd-date,
                trd-settle-date, trd-event
        if trd-event not = 'SETTLED'
                or trd-settle-date < trace-cutoff-date
            exit paragraph
        end-if
    end-if
    if num-trace-trades = 5000
        exit paragraph
    end-if
    add 1 to num-trace-trades
    move trd-account(1:10) to tt-account(num-trace-trades)
    move trd-isin to tt-isin(num-trace-trades)
    move trd-event to tt-status(num-trace-trades)
    move spaces to tt-line(num-trace-trades)
    string function trim(trd-id) ' ' trd-side(1:1) ' '
        function trim(trd-quantity-text) ' @ '
        function trim(trd-price-text)
        ' traded ' trd-date(1:10) ' settle ' trd-settle-date
        into tt-line(num-trace-trades)
    .
list-break-trades.
    move 0 to traced-count
    perform varying trace-idx from 1 by 1
            until trace-idx > num-trace-trades
        if tt-isin(trace-idx) = pos-isin
                and (pos-account = spaces
                  or tt-account(trace-idx) = pos-account(1:10))
            add 1 to traced-count
            move spaces to breaks-report-line
            string '    TRADE ' tt-status(trace-idx) ' '
                function trim(tt-line(trace-idx))
                into breaks-report-line
            write breaks-report-line
        end-if
    end-perform
    if traced-count = 0 and num-trace-trades > 0
        move '    NO RECENT OR PENDING TRADES' to breaks-report-line
        write breaks-report-line
    end-if
    .
end program custodian-reconcile.

*> Daily trade capture, so positions.txt is built from the trades
*> that moved it instead of being replaced whole from the back
*> office with no trail.  trades.txt carries one "trade-id,account,
*> isin,side,quantity,price,trade-date" line per trade, side B or
*> S; each ISIN must pass ISINtest and be on securities-master.txt,
*> and a trade-id already captured is rejected, so a rerun of the
*> same day's file posts nothing twice.  A good trade is stamped
*> with its settlement date - trade date plus settle-days business
*> days through business-day-add's holiday calendar - appended to
*> trade-ledger.txt as CAPTURED and held on trades-pending.txt as
*> pending quantity.  A pending trade whose settlement date has
*> come moves to settled quantity and is appended to the ledger as
*> SETTLED.  position-balances.txt keeps "account,isin,settled,
*> pending" and positions.txt is rewritten from it with the settled
*> quantity, the same figure the custodian holds, so
*> custodian-reconcile can trace a break to the trades behind it.
*> With no balances on file yet, the current positions.txt is taken
*> as the opening settled balances.  Each buy opens a tax lot on
*> tax-lots.txt at its price; each sale relieves the account's lots
*> in the ISIN, FIFO or at average cost, and every lot relieved
*> goes to realized-gains.txt with its proceeds, cost and gain.
*> trade-capture-control.txt optionally carries "settle-days,
*> lot-method", lot-method FIFO or AVERAGE; defaults 2 and FIFO.
identification division.
program-id. trade-capture.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select trades-file assign to "trades.txt"
        organization is line sequential
        status is trades-status.
    select trade-ledger-file assign to "trade-ledger.txt"
        organization is line sequential
        status is trade-ledger-status.
    select pending-trades-file assign to "trades-pending.txt"
        organization is line sequential
        status is pending-trades-status.
    select balances-file assign to "position-balances.txt"
        organization is line sequential
        status is balances-status.
    select positions-file assign to "positions.txt"
        organization is line sequential
        status is positions-status.
    select securities-master-file assign to "securities-master.txt"
        organization is line sequential
        status is master-status.
    select capture-control-file
        assign to "trade-capture-control.txt"
        organization is line sequential
        status is capture-control-status.
    select capture-report-file assign to "trade-capture-report.txt"
        organization is line sequential.
    select tax-lots-file assign to "tax-lots.txt"
        organization is line sequential
        status is tax-lots-status.
    select realized-file assign to "realized-gains.txt"
        organization is line sequential
        status is realized-status.
data division.
file section.
fd  trades-file
    data record is trades-record.
01  trades-record pic x(100).

*> "trade-id,account,isin,side,quantity,price,trade-date,
*> settle-date,event" - trades-pending.txt holds the same lines
*> without the event.
fd  trade-ledger-file
    data record is trade-ledger-record.
01  trade-ledger-record pic x(120).

fd  pending-trades-file
    data record is pending-trades-record.
01  pending-trades-record pic x(120).

fd  balances-file
    data record is balances-record.
01  balances-record pic x(80).

*> Same "isin,quantity[,account]" lines positions-xref reads.
fd  positions-file
    data record is positions-record.
01  positions-record pic x(40).

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  capture-control-file
    data record is capture-control-record.
01  capture-control-record pic x(20).

fd  capture-report-file
    data record is capture-report-line.
01  capture-report-line pic x(130).

*> "account,isin,lot-id,open-date,quantity,unit-cost" per open lot;
*> the lot-id is the buying trade's id.
fd  tax-lots-file
    data record is tax-lots-record.
01  tax-lots-record pic x(100).

*> "account,isin,sell-trade-id,sell-date,lot-id,lot-open-date,
*> quantity,proceeds,cost,gain" per lot relieved by a sale.
fd  realized-file
    data record is realized-record.
01  realized-record pic x(160).

working-storage section.
01  trades-status pic xx.
    88  trades-file-ok values '00' thru '09'.
01  trade-ledger-status pic xx.
    88  trade-ledger-ok values '00' thru '09'.
01  pending-trades-status pic xx.
    88  pending-trades-ok values '00' thru '09'.
01  balances-status pic xx.
    88  balances-file-ok values '00' thru '09'.
01  positions-status pic xx.
    88  positions-file-ok values '00' thru '09'.
01  master-status pic xx.
    88  master-file-ok values '00' thru '09'.
01  capture-control-status pic xx.
    88  capture-control-ok values '00' thru '09'.
01  tax-lots-status pic xx.
    88  tax-lots-ok values '00' thru '09'.
01  realized-status pic xx.
    88  realized-ok values '00' thru '09'.
01  tax-lots-eof-flag pic x value 'N'.
    88  tax-lots-eof value 'Y'.

01  trades-eof-flag pic x value 'N'.
    88  trades-eof value 'Y'.
01  ledger-eof-flag pic x value 'N'.
    88  ledger-eof value 'Y'.
01  pending-eof-flag pic x value 'N'.
    88  pending-eof value 'Y'.
01  balances-eof-flag pic x value 'N'.
    88  balances-eof value 'Y'.
01  positions-eof-flag pic x value 'N'.
    88  positions-eof value 'Y'.
01  master-eof-flag pic x value 'N'.
    88  master-eof value 'Y'.

01  settle-days pic s9(4) value 2.
01  ctl-settle-text pic x(8).
01  ctl-method-text pic x(10).
01  lot-method pic x(8) value 'FIFO'.
    88  average-cost-method value 'AVERAGE'.

01  num-lots pic 9(5).
01  tax-lots-area.
    03  tax-lot-entry occurs 1 to 10000 times
            depending on num-lots
            indexed by lot-idx.
        05  tl-account pic x(10).
        05  tl-isin pic x(20).
        05  tl-lot-id pic x(16).
        05  tl-open-date pic x(10).
        05  tl-quantity pic 9(11)v9(3).
        05  tl-unit-cost pic 9(9)v9(6).
01  lot-account-text pic x(12).
01  lot-isin-text pic x(20).
01  lot-id-text pic x(16).
01  lot-date-text pic x(12).
01  lot-quantity-text pic x(20).
01  lot-cost-text pic x(20).
01  oldest-lot-idx pic 9(5).
01  trd-price pic 9(9)v9(6).
01  qty-to-relieve pic 9(11)v9(3).
01  qty-relieved pic 9(11)v9(3).
01  pool-quantity pic 9(11)v9(3).
01  pool-cost pic 9(15)v9(6).
01  average-unit-cost pic 9(9)v9(6).
01  relieve-unit-cost pic 9(9)v9(6).
01  realized-proceeds pic 9(13)v99.
01  realized-cost pic 9(13)v99.
01  realized-gain pic s9(13)v99.
01  lot-qty-edited pic z(10)9.9(3).
01  lot-cost-edited pic z(8)9.9(6).
01  money-edited pic z(12)9.99.
01  gain-edited pic -(12)9.99.
01  realized-lines pic 9(5).
01  realized-pointer pic 999.
01  no-lot-sales pic 9(5).

01  num-master-entries pic 9(4).
01  master-table-area.
    03  master-entry occurs 1 to 5000 times
            depending on num-master-entries
            indexed by master-idx.
        05  me-isin pic x(20).

*> Every trade-id ever captured, from the ledger, so a trade
*> delivered twice is caught.
01  num-captured-ids pic 9(5).
01  captured-ids-area.
    03  captured-id-entry occurs 1 to 20000 times
            depending on num-captured-ids
            indexed by capid-idx.
        05  ci-trade-id pic x(16).

01  num-pending-trades pic 9(4).
01  pending-trades-area.
    03  pending-trade-entry occurs 1 to 5000 times
            depending on num-pending-trades
            indexed by ptrd-idx.
        05  pt-line pic x(120).
        05  pt-account pic x(10).
        05  pt-isin pic x(20).
        05  pt-signed-qty pic s9(11)v9(3).
        05  pt-settle-date pic x(10).
        05  pt-settled-flag pic x.
            88  pt-settled value 'Y'.

01  num-balances pic 9(4).
01  balances-table-area.
    03  balance-entry occurs 1 to 5000 times
            depending on num-balances
            indexed by bal-idx.
        05  pb-account pic x(10).
        05  pb-isin pic x(20).
        05  pb-settled pic s9(11)v9(3).
        05  pb-pending pic s9(11)v9(3).

01  trd-id pic x(16).
01  trd-account pic x(12).
01  trd-isin pic x(20).
01  trd-side pic x(4).
01  trd-quantity-text pic x(18).
01  trd-price-text pic x(18).
01  trd-date pic x(12).
01  trd-settle-date pic x(10).
01  trd-quantity pic 9(11)v9(3).
01  trd-signed-qty pic s9(11)v9(3).
01  bal-account pic x(12).
01  bal-isin pic x(20).
01  bal-settled-text pic x(20).
01  bal-pending-text pic x(20).
01  bal-settled-edited pic -(10)9.9(3).
01  bal-pending-edited pic -(10)9.9(3).
01  position-edited pic z(10)9.9(3).
01  pos-isin pic x(20).
01  pos-quantity pic x(15).
01  pos-account pic x(10).

01  isin-len pic 99.
01  isin-result binary-long.
01  isin-found-flag pic x.
    88  isin-found value 'Y'.
01  reject-reason pic x(30).

01  today-date pic x(10).
01  work-yyyymmdd pic 9(8).
01  trade-date-int pic 9(9).
01  settle-date-int pic 9(9).

01  trades-captured pic 9(5).
01  trades-rejected pic 9(5).
01  trades-settled pic 9(5).
01  trades-still-pending pic 9(5).
01  captured-overflow-count pic 9(5).
01  pending-overflow-count pic 9(5).
01  balance-overflow-count pic 9(5).
01  lot-overflow-count pic 9(5).

procedure division.
trade-capture-main.
    move spaces to today-date
    string current-date(1:4) '-' current-date(5:2) '-'
        current-date(7:2) into today-date

    perform load-capture-control
    perform load-securities-master
    perform load-captured-ids
    perform load-position-balances
    perform load-pending-trades
    perform load-tax-lots
    if captured-overflow-count > 0 or pending-overflow-count > 0
        display 'trade-capture: trade ledger or pending trades '
            'exceed the tables - nothing captured.'
        move 1 to return-code
        goback
    end-if
*>  a balance left off the table would be missing from the
*>  rewritten balances and positions files
    if balance-overflow-count > 0
        display 'trade-capture: ' balance-overflow-count
            ' position balance line(s) exceed the table of 5000 -'
            ' nothing captured.'
        move 1 to return-code
        goback
    end-if
    if lot-overflow-count > 0
        display 'trade-capture: ' lot-overflow-count
            ' tax lot(s) exceed the table of 10000 -'
            ' nothing captured.'
        move 1 to return-code
        goback
    end-if

    open output capture-report-file
    move spaces to capture-report-line
    call "report-environment" using capture-report-line
    write capture-report-line

    open extend trade-ledger-file
    if not trade-ledger-ok
        open output trade-ledger-file
    end-if
    open extend realized-file
    if not realized-ok
        open output realized-file
    end-if
*>  a trade captured with nowhere to record it would be lost
    if not trade-ledger-ok or not realized-ok
        display 'trade-capture: trade ledger (' trade-ledger-status
            ') or realized file (' realized-status
            ') could not be opened - nothing captured.'
        move 'LEDGER FILES NOT AVAILABLE - NOTHING CAPTURED'
            to capture-report-line
        write capture-report-line
        if trade-ledger-ok
            close trade-ledger-file
        end-if
        if realized-ok
            close realized-file
        end-if
        close capture-report-file
        move 1 to return-code
        goback
    end-if

    open input trades-file
    if trades-file-ok
        perform until trades-eof
            read trades-file
                at end
                    set trades-eof to true
                not at end
                    if trades-record not = spaces
                        perform capture-one-trade
                    end-if
            end-read
        end-perform
        close trades-file
    else
        move 'NO TRADES FILE - SETTLEMENT ONLY' to capture-report-line
        write capture-report-line
    end-if

    perform settle-due-trades
    close trade-ledger-file
    close realized-file
    perform rewrite-tax-lots

    perform rewrite-pending-trades
    perform rewrite-position-balances
    perform rewrite-positions

    move spaces to capture-report-line
    string 'CAPTURED: ' trades-captured
        '  REJECTED: ' trades-rejected
        '  SETTLED: ' trades-settled
        '  STILL PENDING: ' trades-still-pending
        '  POSITIONS: ' num-balances
        into capture-report-line
    write capture-report-line
    move spaces to capture-report-line
    string 'LOT METHOD: ' lot-method
        '  LOTS RELIEVED: ' realized-lines
        '  SALES WITH NO LOT: ' no-lot-sales
        '  OPEN LOTS: ' num-lots
        into capture-report-line
    write capture-report-line
    close capture-report-file

    display 'trade-capture: ' trades-captured ' captured, '
        trades-rejected ' rejected, ' trades-settled
        ' settled, ' trades-still-pending ' pending.'
    if trades-rejected > 0
        move 1 to return-code
    end-if
    goback
    .
load-capture-control.
    open input capture-control-file
    if not capture-control-ok
        exit paragraph
    end-if
    read capture-control-file
        at end
            move spaces to capture-control-record
    end-read
    close capture-control-file
    move spaces to ctl-settle-text ctl-method-text
    unstring capture-control-record delimited by ','
        into ctl-settle-text, ctl-method-text
    if ctl-settle-text not = spaces
            and test-numval(trim(ctl-settle-text)) = 0
        compute settle-days = numval(ctl-settle-text)
    end-if
    if upper-case(ctl-method-text) = 'AVERAGE'
        move 'AVERAGE' to lot-method
    end-if
    .
*> Only the ISIN rows of the master - type I or unprefixed - can
*> vouch for a traded ISIN.
load-securities-master.
    open input securities-master-file
    if not master-file-ok
        exit paragraph
    end-if
    perform until master-eof
        read securities-master-file
            at end
                set master-eof to true
            not at end
                if securities-master-record not = spaces
                        and num-master-entries < 5000
                    if securities-master-record(2:1) = ','
                        if securities-master-record(1:1) = 'I'
                            add 1 to num-master-entries
                            move spaces to me-isin(num-master-entries)
                            unstring securities-master-record(3:)
                                delimited by ','
                                into me-isin(num-master-entries)
                        end-if
                    else
                        add 1 to num-master-entries
                        move spaces to me-isin(num-master-entries)
                        unstring securities-master-record
                            delimited by ','
                            into me-isin(num-master-entries)
                    end-if
                end-if
        end-read
    end-perform
    close securities-master-file
    .
load-captured-ids.
    open input trade-ledger-file
    if not trade-ledger-ok
        exit paragraph
    end-if
    perform until ledger-eof
        read trade-ledger-file
            at end
                set ledger-eof to true
            not at end
                if trade-ledger-record not = spaces
                    move spaces to trd-id
                    unstring trade-ledger-record delimited by ','
                        into trd-id
                    perform remember-trade-id
                end-if
        end-read
    end-perform
    close trade-ledger-file
    .
remember-trade-id.
    perform find-captured-id
    if capid-idx <= num-captured-ids
        exit paragraph
    end-if
    if num-captured-ids = 20000
        add 1 to captured-overflow-count
        exit paragraph
    end-if
    add 1 to num-captured-ids
    move trd-id to ci-trade-id(num-captured-ids)
    .
find-captured-id.
    perform varying capid-idx from 1 by 1
            until capid-idx > num-captured-ids
        if ci-trade-id(capid-idx) = trd-id
            exit perform
        end-if
    end-perform
    .
*> Opening balances: the balances file when there is one, else
*> the back office's last positions.txt as settled quantity.
load-position-balances.
    open input balances-file
    if balances-file-ok
        perform until balances-eof
            read balances-file
                at end
                    set balances-eof to true
                not at end
                    if balances-record not = spaces
                        perform load-one-balance
                    end-if
            end-read
        end-perform
        close balances-file
        exit paragraph
    end-if

    open input positions-file
    if not positions-file-ok
        exit paragraph
    end-if
    perform until positions-eof
        read positions-file
            at end
                set positions-eof to true
            not at end
                if positions-record not = spaces
                    move spaces to pos-isin pos-quantity pos-account
                    unstring positions-record delimited by ','
                        into pos-isin, pos-quantity, pos-account
                    move pos-account to bal-account
                    move pos-isin to bal-isin
                    perform find-balance
                    if bal-idx <= num-balances
                        add numval(pos-quantity)
                          to pb-settled(bal-idx)
                    else
                        add 1 to balance-overflow-count
                    end-if
                end-if
        end-read
    end-perform
    close positions-file
    .
load-one-balance.
    move spaces to bal-account bal-isin bal-settled-text
        bal-pending-text
    unstring balances-record delimited by ','
        into bal-account, bal-isin, bal-settled-text,
            bal-pending-text
    perform find-balance
    if bal-idx <= num-balances
        add numval(bal-settled-text) to pb-settled(bal-idx)
        add numval(bal-pending-text) to pb-pending(bal-idx)
    else
        add 1 to balance-overflow-count
    end-if
    .
*> Finds the account/ISIN balance, adding an empty one if it is
*> new; bal-idx past the table end means the table is full.
find-balance.
    perform varying bal-idx from 1 by 1
            until bal-idx > num-balances
        if pb-account(bal-idx) = bal-account(1:10)
                and pb-isin(bal-idx) = bal-isin
            exit perform
        end-if
    end-perform
    if bal-idx > num-balances and num-balances < 5000
        add 1 to num-balances
        set bal-idx to num-balances
        move bal-account(1:10) to pb-account(bal-idx)
        move bal-isin to pb-isin(bal-idx)
        move zero to pb-settled(bal-idx) pb-pending(bal-idx)
    end-if
    .
load-pending-trades.
    open input pending-trades-file
    if not pending-trades-ok
        exit paragraph
    end-if
    perform until pending-eof
        read pending-trades-file
            at end
                set pending-eof to true
            not at end
                if pending-trades-record not = spaces
                    if num-pending-trades < 5000
                        add 1 to num-pending-trades
                        move pending-trades-record
                          to pt-line(num-pending-trades)
                        perform unpack-pending-trade
                    else
                        add 1 to pending-overflow-count
                    end-if
                end-if
        end-read
    end-perform
    close pending-trades-file
    .
unpack-pending-trade.
    move spaces to trd-id trd-account trd-isin trd-side
        trd-quantity-text trd-price-text trd-date trd-settle-date
    unstring pt-line(num-pending-trades) delimited by ','
        into trd-id, trd-account, trd-isin, trd-side,
            trd-quantity-text, trd-price-text, trd-date,
            trd-settle-date
    move trd-account(1:10) to pt-account(num-pending-trades)
    move trd-isin to pt-isin(num-pending-trades)
    compute pt-signed-qty(num-pending-trades) =
        numval(trd-quantity-text)
    if trd-side(1:1) = 'S'
        compute pt-signed-qty(num-pending-trades) =
            0 - pt-signed-qty(num-pending-trades)
    end-if
    move trd-settle-date to pt-settle-date(num-pending-trades)
    move 'N' to pt-settled-flag(num-pending-trades)
    .
capture-one-trade.
    move spaces to trd-id trd-account trd-isin trd-side
        trd-quantity-text trd-price-text trd-date
    unstring trades-record delimited by ','
        into trd-id, trd-account, trd-isin, trd-side,
            trd-quantity-text, trd-price-text, trd-date
    move upper-case(trd-isin) to trd-isin
    move upper-case(trd-side) to trd-side

    move spaces to reject-reason
    perform validate-trade
    if reject-reason not = spaces
        perform reject-trade
        exit paragraph
    end-if

    compute trd-signed-qty = trd-quantity
    if trd-side(1:1) = 'S'
        compute trd-signed-qty = 0 - trd-quantity
    end-if
    move trd-account to bal-account
    move trd-isin to bal-isin
    perform find-balance
    if bal-idx > num-balances or num-pending-trades = 5000
            or (trd-side = 'B' and num-lots = 10000)
        move 'TABLES FULL' to reject-reason
        perform reject-trade
        exit paragraph
    end-if
*>  a sale may not take the position below nothing once every
*>  trade already captured has settled
    if pb-settled(bal-idx) + pb-pending(bal-idx) + trd-signed-qty
            < 0
        move 'SALE EXCEEDS POSITION' to reject-reason
        perform reject-trade
        exit paragraph
    end-if

    compute trade-date-int = integer-of-date(work-yyyymmdd)
    call 'business-day-add' using trade-date-int, settle-days,
        settle-date-int
    move date-of-integer(settle-date-int) to work-yyyymmdd
    move spaces to trd-settle-date
    string work-yyyymmdd(1:4) '-' work-yyyymmdd(5:2) '-'
        work-yyyymmdd(7:2) into trd-settle-date

    add trd-signed-qty to pb-pending(bal-idx)
    add 1 to num-pending-trades
    move spaces to pt-line(num-pending-trades)
    string function trim(trd-id) ','
        function trim(trd-account) ','
        function trim(trd-isin) ','
        trd-side(1:1) ','
        function trim(trd-quantity-text) ','
        function trim(trd-price-text) ','
        trd-date(1:10) ','
        trd-settle-date
        into pt-line(num-pending-trades)
    move trd-account(1:10) to pt-account(num-pending-trades)
    move trd-isin to pt-isin(num-pending-trades)
    move trd-signed-qty to pt-signed-qty(num-pending-trades)
    move trd-settle-date to pt-settle-date(num-pending-trades)
    move 'N' to pt-settled-flag(num-pending-trades)
    perform remember-trade-id
    compute trd-price = numval(trd-price-text)
    if trd-side = 'B'
        perform open-tax-lot
    else
        perform relieve-tax-lots
    end-if

    move spaces to trade-ledger-record
    string function trim(pt-line(num-pending-trades))
        ',CAPTURED' into trade-ledger-record
    write trade-ledger-record
    add 1 to trades-captured
    .
validate-trade.
    if trd-id = spaces or trd-account = spaces
        move 'MISSING TRADE-ID OR ACCOUNT' to reject-reason
        exit paragraph
    end-if
    perform find-captured-id
    if capid-idx <= num-captured-ids
        move 'DUPLICATE TRADE-ID' to reject-reason
        exit paragraph
    end-if

    initialize isin-len
    inspect trd-isin tallying isin-len for characters before space
    if isin-len = 0
        move 'ISIN MISSING' to reject-reason
        exit paragraph
    end-if
    call 'ISINtest' using trd-isin(1:isin-len), isin-result
    if isin-result <> 0
        move 'ISIN FAILED ISINTEST' to reject-reason
        exit paragraph
    end-if
    move 'N' to isin-found-flag
    perform varying master-idx from 1 by 1
            until master-idx > num-master-entries
        if me-isin(master-idx) = trd-isin
            set isin-found to true
            exit perform
        end-if
    end-perform
    if not isin-found
        move 'ISIN NOT ON MASTER' to reject-reason
        exit paragraph
    end-if

    if trd-side not = 'B' and trd-side not = 'S'
        move 'SIDE NOT B OR S' to reject-reason
        exit paragraph
    end-if
    if test-numval(trim(trd-quantity-text)) <> 0
        move 'QUANTITY NOT NUMERIC' to reject-reason
        exit paragraph
    end-if
    compute trd-quantity = numval(trd-quantity-text)
    if trd-quantity = 0
        move 'QUANTITY ZERO' to reject-reason
        exit paragraph
    end-if
    if test-numval(trim(trd-price-text)) <> 0
        move 'PRICE NOT NUMERIC' to reject-reason
        exit paragraph
    end-if
    if numval(trd-price-text) <= 0
        move 'PRICE NOT POSITIVE' to reject-reason
        exit paragraph
    end-if

    if trd-date(5:1) not = '-' or trd-date(8:1) not = '-'
        move 'TRADE DATE INVALID' to reject-reason
        exit paragraph
    end-if
    move trd-date(1:4) to work-yyyymmdd(1:4)
    move trd-date(6:2) to work-yyyymmdd(5:2)
    move trd-date(9:2) to work-yyyymmdd(7:2)
    if work-yyyymmdd not numeric
        move 'TRADE DATE INVALID' to reject-reason
        exit paragraph
    end-if
    if test-date-yyyymmdd(work-yyyymmdd) <> 0
        move 'TRADE DATE INVALID' to reject-reason
        exit paragraph
    end-if
    if trd-date(1:10) > today-date
        move 'TRADE DATE IN FUTURE' to reject-reason
    end-if
    .
reject-trade.
    add 1 to trades-rejected
    move spaces to capture-report-line
    string 'REJECTED (' function trim(reject-reason) '): '
        function trim(trades-record)
        into capture-report-line
    write capture-report-line
    .
*> Pending quantity becomes settled on the settlement date.
settle-due-trades.
    perform varying ptrd-idx from 1 by 1
            until ptrd-idx > num-pending-trades
        if pt-settle-date(ptrd-idx) <= today-date
            move pt-account(ptrd-idx) to bal-account
            move pt-isin(ptrd-idx) to bal-isin
            perform find-balance
            if bal-idx <= num-balances
                add pt-signed-qty(ptrd-idx) to pb-settled(bal-idx)
                subtract pt-signed-qty(ptrd-idx)
                  from pb-pending(bal-idx)
                set pt-settled(ptrd-idx) to true
                add 1 to trades-settled
                move spaces to trade-ledger-record
                string function trim(pt-line(ptrd-idx))
                    ',SETTLED' into trade-ledger-record
                write trade-ledger-record
            end-if
        end-if
    end-perform
    .
rewrite-pending-trades.
    open output pending-trades-file
    move 0 to trades-still-pending
    perform varying ptrd-idx from 1 by 1
            until ptrd-idx > num-pending-trades
        if not pt-settled(ptrd-idx)
            add 1 to trades-still-pending
            move pt-line(ptrd-idx) to pending-trades-record
            write pending-trades-record
        end-if
    end-perform
    close pending-trades-file
    .
rewrite-position-balances.
    open output balances-file
    perform varying bal-idx from 1 by 1
            until bal-idx > num-balances
        if pb-settled(bal-idx) <> 0 or pb-pending(bal-idx) <> 0
            move pb-settled(bal-idx) to bal-settled-edited
            move pb-pending(bal-idx) to bal-pending-edited
            move spaces to balances-record
            string function trim(pb-account(bal-idx)) ','
                function trim(pb-isin(bal-idx)) ','
                function trim(bal-settled-edited) ','
                function trim(bal-pending-edited)
                into balances-record
            write balances-record
        end-if
    end-perform
    close balances-file
    .
rewrite-positions.
    open output positions-file
    perform varying bal-idx from 1 by 1
            until bal-idx > num-balances
        if pb-settled(bal-idx) > 0
            move pb-settled(bal-idx) to position-edited
            move spaces to positions-record
            if pb-account(bal-idx) = spaces
                string function trim(pb-isin(bal-idx)) ','
                    function trim(position-edited)
                    into positions-record
            else
                string function trim(pb-isin(bal-idx)) ','
                    function trim(position-edited) ','
                    function trim(pb-account(bal-idx))
                    into positions-record
            end-if
            write positions-record
        end-if
    end-perform
    close positions-file
    .
load-tax-lots.
    open input tax-lots-file
    if not tax-lots-ok
        exit paragraph
    end-if
    perform until tax-lots-eof
        read tax-lots-file
            at end
                set tax-lots-eof to true
            not at end
                if tax-lots-record not = spaces
                    if num-lots < 10000
                        perform load-one-tax-lot
                    else
                        add 1 to lot-overflow-count
                    end-if
                end-if
        end-read
    end-perform
    close tax-lots-file
    .
load-one-tax-lot.
    move spaces to lot-account-text lot-isin-text lot-id-text
        lot-date-text lot-quantity-text lot-cost-text
    unstring tax-lots-record delimited by ','
        into lot-account-text, lot-isin-text, lot-id-text,
            lot-date-text, lot-quantity-text, lot-cost-text
    add 1 to num-lots
    move lot-account-text(1:10) to tl-account(num-lots)
    move lot-isin-text to tl-isin(num-lots)
    move lot-id-text to tl-lot-id(num-lots)
    move lot-date-text(1:10) to tl-open-date(num-lots)
    compute tl-quantity(num-lots) = numval(lot-quantity-text)
    compute tl-unit-cost(num-lots) = numval(lot-cost-text)
    .
open-tax-lot.
    add 1 to num-lots
    move trd-account(1:10) to tl-account(num-lots)
    move trd-isin to tl-isin(num-lots)
    move trd-id to tl-lot-id(num-lots)
    move trd-date(1:10) to tl-open-date(num-lots)
    move trd-quantity to tl-quantity(num-lots)
    move trd-price to tl-unit-cost(num-lots)
    .
*> A sale relieves the account's open lots in the ISIN oldest
*> first.  FIFO costs each lot at its own unit cost; AVERAGE costs
*> the whole pool at its average and leaves the lots that remain
*> at that average.  Any quantity sold beyond the open lots - a
*> position carried in before lots were kept - is realized with
*> no cost against lot NO-LOT.
relieve-tax-lots.
    if average-cost-method
        perform average-lot-pool
    end-if
    move trd-quantity to qty-to-relieve
    perform relieve-oldest-lot until qty-to-relieve = 0
    if average-cost-method
        perform varying lot-idx from 1 by 1
                until lot-idx > num-lots
            if tl-account(lot-idx) = trd-account(1:10)
                    and tl-isin(lot-idx) = trd-isin
                    and tl-quantity(lot-idx) > 0
                move average-unit-cost to tl-unit-cost(lot-idx)
            end-if
        end-perform
    end-if
    .
average-lot-pool.
    move zero to pool-quantity pool-cost average-unit-cost
    perform varying lot-idx from 1 by 1
            until lot-idx > num-lots
        if tl-account(lot-idx) = trd-account(1:10)
                and tl-isin(lot-idx) = trd-isin
            add tl-quantity(lot-idx) to pool-quantity
            compute pool-cost = pool-cost
                + tl-quantity(lot-idx) * tl-unit-cost(lot-idx)
        end-if
    end-perform
    if pool-quantity > 0
        compute average-unit-cost rounded =
            pool-cost / pool-quantity
    end-if
    .
relieve-oldest-lot.
    move 0 to oldest-lot-idx
    perform varying lot-idx from 1 by 1
            until lot-idx > num-lots
        if tl-account(lot-idx) = trd-account(1:10)
                and tl-isin(lot-idx) = trd-isin
                and tl-quantity(lot-idx) > 0
            if oldest-lot-idx = 0
                set oldest-lot-idx to lot-idx
            else
                if tl-open-date(lot-idx)
                        < tl-open-date(oldest-lot-idx)
                    set oldest-lot-idx to lot-idx
                end-if
            end-if
        end-if
    end-perform

    if oldest-lot-idx = 0
        add 1 to no-lot-sales
        move qty-to-relieve to qty-relieved
        move zero to relieve-unit-cost
        move 'NO-LOT' to lot-id-text
        move spaces to lot-date-text
    else
        set lot-idx to oldest-lot-idx
        if tl-quantity(lot-idx) < qty-to-relieve
            move tl-quantity(lot-idx) to qty-relieved
        else
            move qty-to-relieve to qty-relieved
        end-if
        if average-cost-method
            move average-unit-cost to relieve-unit-cost
        else
            move tl-unit-cost(lot-idx) to relieve-unit-cost
        end-if
        move tl-lot-id(lot-idx) to lot-id-text
        move tl-open-date(lot-idx) to lot-date-text
        subtract qty-relieved from tl-quantity(lot-idx)
    end-if
    subtract qty-relieved from qty-to-relieve
    perform write-realized-line
    .
write-realized-line.
    compute realized-proceeds rounded = qty-relieved * trd-price
    compute realized-cost rounded = qty-relieved * relieve-unit-cost
    compute realized-gain = realized-proceeds - realized-cost
    add 1 to realized-lines
    move qty-relieved to lot-qty-edited
    move spaces to realized-record
    move 1 to realized-pointer
    move realized-proceeds to money-edited
    string function trim(trd-account) ','
        function trim(trd-isin) ','
        function trim(trd-id) ','
        trd-date(1:10) ','
        function trim(lot-id-text) ','
        function trim(lot-date-text) ','
        function trim(lot-qty-edited) ','
        function trim(money-edited) ','
        delimited by size into realized-record
        with pointer realized-pointer
    move realized-cost to money-edited
    move realized-gain to gain-edited
    string function trim(money-edited) ','
        function trim(gain-edited)
        delimited by size into realized-record
        with pointer realized-pointer
    write realized-record
    .
rewrite-tax-lots.
    open output tax-lots-file
    perform varying lot-idx from 1 by 1
            until lot-idx > num-lots
        if tl-quantity(lot-idx) > 0
            move tl-quantity(lot-idx) to lot-qty-edited
            move tl-unit-cost(lot-idx) to lot-cost-edited
            move spaces to tax-lots-record
            string function trim(tl-account(lot-idx)) ','
                function trim(tl-isin(lot-idx)) ','
                function trim(tl-lot-id(lot-idx)) ','
                tl-open-date(lot-idx) ','
                function trim(lot-qty-edited) ','
                function trim(lot-cost-edited)
                into tax-lots-record
            write tax-lots-record
        end-if
    end-perform
    close tax-lots-file
    .
end program trade-capture.

*> Gain/loss report over trade-capture's tax lots.  Realized gain
*> is summed by account and ISIN from the realized-gains.txt lines
*> whose sell date falls in the period; gain-loss-period.txt
*> optionally carries "from-date,to-date", default month to date.
*> Sales relieved against no lot are flagged, their cost unknown.
*> Unrealized gain is every open lot on tax-lots.txt valued at the
*> latest close for its ISIN on prices.txt; lots with no price are
*> listed unvalued.  Totals are kept by the price's currency.
identification division.
program-id. gain-loss-report.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select period-file assign to "gain-loss-period.txt"
        organization is line sequential
        status is period-status.
    select realized-file assign to "realized-gains.txt"
        organization is line sequential
        status is realized-status.
    select tax-lots-file assign to "tax-lots.txt"
        organization is line sequential
        status is tax-lots-status.
    select prices-file assign to "prices.txt"
        organization is line sequential
        status is prices-status.
    select gain-loss-report-file assign to "gain-loss-report.txt"
        organization is line sequential.
data division.
file section.
fd  period-file
    data record is period-record.
01  period-record pic x(30).

fd  realized-file
    data record is realized-record.
01  realized-record pic x(160).

fd  tax-lots-file
    data record is tax-lots-record.
01  tax-lots-record pic x(100).

fd  prices-file
    data record is prices-record.
01  prices-record pic x(60).

fd  gain-loss-report-file
    data record is gain-loss-line.
01  gain-loss-line pic x(150).

working-storage section.
01  period-status pic xx.
    88  period-file-ok values '00' thru '09'.
01  realized-status pic xx.
    88  realized-file-ok values '00' thru '09'.
01  tax-lots-status pic xx.
    88  tax-lots-ok values '00' thru '09'.
01  prices-status pic xx.
    88  prices-file-ok values '00' thru '09'.

01  realized-eof-flag pic x value 'N'.
    88  realized-eof value 'Y'.
01  tax-lots-eof-flag pic x value 'N'.
    88  tax-lots-eof value 'Y'.
01  prices-eof-flag pic x value 'N'.
    88  prices-eof value 'Y'.

01  period-from pic x(10).
01  period-to pic x(10).

01  num-prices pic 9(4) value 0.
01  prices-table-area.
    03  price-entry occurs 1 to 5000 times
            depending on num-prices
            indexed by price-idx.
        05  pr-isin pic x(20).
        05  pr-date pic x(10).
        05  pr-price pic 9(9)v9(4).
        05  pr-currency pic xxx.

01  num-realized pic 9(4) value 0.
01  realized-table-area.
    03  realized-entry occurs 1 to 5000 times
            depending on num-realized
            indexed by rlz-idx.
        05  rg-account pic x(10).
        05  rg-isin pic x(20).
        05  rg-quantity pic 9(11)v9(3).
        05  rg-proceeds pic 9(13)v99.
        05  rg-cost pic 9(13)v99.
        05  rg-gain pic s9(13)v99.
        05  rg-no-lot-qty pic 9(11)v9(3).

01  num-holdings pic 9(4) value 0.
01  holdings-table-area.
    03  holding-entry occurs 1 to 5000 times
            depending on num-holdings
            indexed by hold-idx.
        05  ho-account pic x(10).
        05  ho-isin pic x(20).
        05  ho-lots pic 9(5).
        05  ho-quantity pic 9(11)v9(3).
        05  ho-cost pic 9(13)v99.
        05  ho-value pic 9(13)v99.
        05  ho-priced-flag pic x.
            88  ho-priced value 'Y'.
        05  ho-price-ix pic 9(4).

01  num-ccy-totals pic 99 value 0.
01  ccy-totals-area.
    03  ccy-total-entry occurs 1 to 20 times
            depending on num-ccy-totals
            indexed by ccy-idx.
        05  cy-currency pic xxx.
        05  cy-realized pic s9(15)v99.
        05  cy-unrealized pic s9(15)v99.

01  in-account pic x(10).
01  in-isin pic x(20).
01  in-trade-id pic x(16).
01  in-sell-date pic x(12).
01  in-lot-id pic x(16).
01  in-lot-date pic x(12).
01  in-quantity-text pic x(20).
01  in-proceeds-text pic x(20).
01  in-cost-text pic x(20).
01  in-gain-text pic x(20).
01  in-price-text pic x(20).
01  in-currency pic x(6).
01  in-quantity pic 9(11)v9(3).
01  in-unit-cost pic 9(9)v9(6).

01  lot-cost pic 9(13)v99.
01  unrealized-gain pic s9(13)v99.
01  line-currency pic xxx.

01  quantity-edited pic z(10)9.9(3).
01  money-edited pic z(12)9.99.
01  gain-edited pic -(13)9.99.
01  total-edited pic -(15)9.99.
01  price-edited pic z(8)9.9(4).

01  realized-lines-read pic 9(7) value 0.
01  realized-in-period pic 9(7) value 0.
01  lots-read pic 9(7) value 0.
01  lots-unpriced pic 9(7) value 0.
01  sales-no-lot pic 9(5) value 0.

procedure division.
gain-loss-report-main.
    perform load-period
    perform load-prices

    open output gain-loss-report-file
    move spaces to gain-loss-line
    call "report-environment" using gain-loss-line
    write gain-loss-line
    move spaces to gain-loss-line
    string 'GAIN/LOSS REPORT  REALIZED FROM ' period-from
        ' TO ' period-to
        into gain-loss-line
    write gain-loss-line

    perform load-realized
    perform load-open-lots

    perform report-realized
    perform report-unrealized
    perform report-currency-totals
    close gain-loss-report-file

    display 'gain-loss-report: ' realized-in-period
        ' realized line(s) in period, ' lots-read ' open lot(s), '
        lots-unpriced ' unpriced.'
    if lots-unpriced > 0 or sales-no-lot > 0
        move 1 to return-code
    end-if
    goback
    .
load-period.
    move spaces to period-from period-to
    open input period-file
    if period-file-ok
        read period-file
            not at end
                unstring period-record delimited by ','
                    into period-from, period-to
        end-read
        close period-file
    end-if
    if period-to = spaces
        string current-date(1:4) '-' current-date(5:2) '-'
            current-date(7:2) into period-to
    end-if
    if period-from = spaces
        string period-to(1:8) '01' into period-from
    end-if
    .
*> The latest close on file for each ISIN.
load-prices.
    open input prices-file
    if not prices-file-ok
        exit paragraph
    end-if
    perform until prices-eof
        read prices-file
            at end
                set prices-eof to true
            not at end
                if prices-record not = spaces
                    perform load-one-price
                end-if
        end-read
    end-perform
    close prices-file
    .
load-one-price.
    move spaces to in-isin in-sell-date in-price-text in-currency
    unstring prices-record delimited by ','
        into in-isin, in-sell-date, in-price-text, in-currency
    if test-numval(in-price-text) not = 0
        exit paragraph
    end-if
    set price-idx to 1
    search price-entry
        at end
            if num-prices < 5000
                add 1 to num-prices
                set price-idx to num-prices
                move in-isin to pr-isin(price-idx)
                move spaces to pr-date(price-idx)
            else
                exit paragraph
            end-if
        when pr-isin(price-idx) = in-isin
            continue
    end-search
    if in-sell-date(1:10) >= pr-date(price-idx)
        move in-sell-date(1:10) to pr-date(price-idx)
        compute pr-price(price-idx) = numval(in-price-text)
        move in-currency to pr-currency(price-idx)
    end-if
    .
load-realized.
    open input realized-file
    if not realized-file-ok
        exit paragraph
    end-if
    perform until realized-eof
        read realized-file
            at end
                set realized-eof to true
            not at end
                if realized-record not = spaces
                    add 1 to realized-lines-read
                    perform add-realized-line
                end-if
        end-read
    end-perform
    close realized-file
    .
add-realized-line.
    move spaces to in-account in-isin in-trade-id in-sell-date
        in-lot-id in-lot-date in-quantity-text in-proceeds-text
        in-cost-text in-gain-text
    unstring realized-record delimited by ','
        into in-account, in-isin, in-trade-id, in-sell-date,
            in-lot-id, in-lot-date, in-quantity-text,
            in-proceeds-text, in-cost-text, in-gain-text
    if in-sell-date(1:10) < period-from
            or in-sell-date(1:10) > period-to
        exit paragraph
    end-if
    add 1 to realized-in-period
    set rlz-idx to 1
    search realized-entry
        at end
            if num-realized < 5000
                add 1 to num-realized
                set rlz-idx to num-realized
                move in-account to rg-account(rlz-idx)
                move in-isin to rg-isin(rlz-idx)
                move 0 to rg-quantity(rlz-idx) rg-proceeds(rlz-idx)
                    rg-cost(rlz-idx) rg-gain(rlz-idx)
                    rg-no-lot-qty(rlz-idx)
            else
                display 'gain-loss-report: realized table full - '
                    'skipped ' function trim(in-trade-id)
                exit paragraph
            end-if
        when rg-account(rlz-idx) = in-account
                and rg-isin(rlz-idx) = in-isin
            continue
    end-search
    compute in-quantity = numval(in-quantity-text)
    add in-quantity to rg-quantity(rlz-idx)
    add numval(in-proceeds-text) to rg-proceeds(rlz-idx)
    add numval(in-cost-text) to rg-cost(rlz-idx)
    add numval(in-gain-text) to rg-gain(rlz-idx)
    if in-lot-id = 'NO-LOT'
        add 1 to sales-no-lot
        add in-quantity to rg-no-lot-qty(rlz-idx)
    end-if
    .
load-open-lots.
    open input tax-lots-file
    if not tax-lots-ok
        exit paragraph
    end-if
    perform until tax-lots-eof
        read tax-lots-file
            at end
                set tax-lots-eof to true
            not at end
                if tax-lots-record not = spaces
                    add 1 to lots-read
                    perform add-open-lot
                end-if
        end-read
    end-perform
    close tax-lots-file
    .
add-open-lot.
    move spaces to in-account in-isin in-lot-id in-lot-date
        in-quantity-text in-cost-text
    unstring tax-lots-record delimited by ','
        into in-account, in-isin, in-lot-id, in-lot-date,
            in-quantity-text, in-cost-text
    compute in-quantity = numval(in-quantity-text)
    compute in-unit-cost = numval(in-cost-text)
    set hold-idx to 1
    search holding-entry
        at end
            if num-holdings < 5000
                add 1 to num-holdings
                set hold-idx to num-holdings
                move in-account to ho-account(hold-idx)
                move in-isin to ho-isin(hold-idx)
                move 0 to ho-lots(hold-idx) ho-quantity(hold-idx)
                    ho-cost(hold-idx) ho-value(hold-idx)
                    ho-price-ix(hold-idx)
                move 'N' to ho-priced-flag(hold-idx)
                set price-idx to 1
                search price-entry
                    when pr-isin(price-idx) = in-isin
                        move 'Y' to ho-priced-flag(hold-idx)
                        set ho-price-ix(hold-idx) to price-idx
                end-search
            else
                display 'gain-loss-report: holdings table full - '
                    'skipped lot ' function trim(in-lot-id)
                exit paragraph
            end-if
        when ho-account(hold-idx) = in-account
                and ho-isin(hold-idx) = in-isin
            continue
    end-search
    add 1 to ho-lots(hold-idx)
    add in-quantity to ho-quantity(hold-idx)
    compute lot-cost rounded = in-quantity * in-unit-cost
    add lot-cost to ho-cost(hold-idx)
    if ho-priced(hold-idx)
        set price-idx to ho-price-ix(hold-idx)
        compute ho-value(hold-idx) rounded = ho-value(hold-idx)
            + in-quantity * pr-price(price-idx)
    else
        add 1 to lots-unpriced
    end-if
    .
report-realized.
    move spaces to gain-loss-line
    write gain-loss-line
    move 'REALIZED GAIN/LOSS' to gain-loss-line
    write gain-loss-line
    move spaces to gain-loss-line
    string 'ACCOUNT    ISIN                 CCY        QUANTITY'
        '           PROCEEDS              COST          GAIN/LOSS'
        into gain-loss-line
    write gain-loss-line
    perform varying rlz-idx from 1 by 1
            until rlz-idx > num-realized
        move rg-isin(rlz-idx) to in-isin
        perform find-line-currency
        move rg-gain(rlz-idx) to unrealized-gain
        perform add-realized-to-currency
        move rg-quantity(rlz-idx) to quantity-edited
        move spaces to gain-loss-line
        string rg-account(rlz-idx) ' ' rg-isin(rlz-idx) ' '
            line-currency ' ' quantity-edited
            into gain-loss-line
        move rg-proceeds(rlz-idx) to money-edited
        move money-edited to gain-loss-line(55:16)
        move rg-cost(rlz-idx) to money-edited
        move money-edited to gain-loss-line(73:16)
        move rg-gain(rlz-idx) to gain-edited
        move gain-edited to gain-loss-line(90:17)
        write gain-loss-line
        if rg-no-lot-qty(rlz-idx) > 0
            move rg-no-lot-qty(rlz-idx) to quantity-edited
            move spaces to gain-loss-line
            string '    NO LOT FOR QUANTITY '
                function trim(quantity-edited)
                ' - SOLD WITH NO COST, GAIN OVERSTATED'
                into gain-loss-line
            write gain-loss-line
        end-if
    end-perform
    if num-realized = 0
        move '    NO SALES IN PERIOD' to gain-loss-line
        write gain-loss-line
    end-if
    .
report-unrealized.
    move spaces to gain-loss-line
    write gain-loss-line
    move 'UNREALIZED GAIN/LOSS AT LATEST CLOSE' to gain-loss-line
    write gain-loss-line
    move spaces to gain-loss-line
    string 'ACCOUNT    ISIN                 CCY        QUANTITY'
        '           CLOSE  PRICE DATE'
        into gain-loss-line
    move 'COST' to gain-loss-line(96:4)
    move 'MARKET VALUE' to gain-loss-line(105:12)
    move 'GAIN/LOSS' to gain-loss-line(126:9)
    write gain-loss-line
    perform varying hold-idx from 1 by 1
            until hold-idx > num-holdings
        move ho-quantity(hold-idx) to quantity-edited
        move spaces to gain-loss-line
        if ho-priced(hold-idx)
            set price-idx to ho-price-ix(hold-idx)
            move pr-currency(price-idx) to line-currency
            compute unrealized-gain =
                ho-value(hold-idx) - ho-cost(hold-idx)
            perform add-unrealized-to-currency
            move pr-price(price-idx) to price-edited
            string ho-account(hold-idx) ' ' ho-isin(hold-idx) ' '
                line-currency ' ' quantity-edited ' '
                price-edited ' ' pr-date(price-idx)
                into gain-loss-line
            move ho-cost(hold-idx) to money-edited
            move money-edited to gain-loss-line(84:16)
            move ho-value(hold-idx) to money-edited
            move money-edited to gain-loss-line(101:16)
            move unrealized-gain to gain-edited
            move gain-edited to gain-loss-line(118:17)
        else
            move ho-cost(hold-idx) to money-edited
            string ho-account(hold-idx) ' ' ho-isin(hold-idx)
                '     ' quantity-edited
                '  NO PRICE - UNVALUED, COST '
                function trim(money-edited)
                into gain-loss-line
        end-if
        write gain-loss-line
    end-perform
    if num-holdings = 0
        move '    NO OPEN LOTS' to gain-loss-line
        write gain-loss-line
    end-if
    .
*> Realized amounts are in the trade's currency, taken to be that
*> of the ISIN's close on prices.txt; '---' where it has none.
find-line-currency.
    move '---' to line-currency
    set price-idx to 1
    search price-entry
        when pr-isin(price-idx) = in-isin
            move pr-currency(price-idx) to line-currency
    end-search
    .
find-currency-total.
    set ccy-idx to 1
    search ccy-total-entry
        at end
            if num-ccy-totals < 20
                add 1 to num-ccy-totals
                set ccy-idx to num-ccy-totals
                move line-currency to cy-currency(ccy-idx)
                move 0 to cy-realized(ccy-idx)
                    cy-unrealized(ccy-idx)
            end-if
        when cy-currency(ccy-idx) = line-currency
            continue
    end-search
    .
add-realized-to-currency.
    perform find-currency-total
    if ccy-idx <= num-ccy-totals
        add unrealized-gain to cy-realized(ccy-idx)
    end-if
    .
add-unrealized-to-currency.
    perform find-currency-total
    if ccy-idx <= num-ccy-totals
        add unrealized-gain to cy-unrealized(ccy-idx)
    end-if
    .
report-currency-totals.
    move spaces to gain-loss-line
    write gain-loss-line
    move 'TOTALS BY CURRENCY' to gain-loss-line
    write gain-loss-line
    perform varying ccy-idx from 1 by 1
            until ccy-idx > num-ccy-totals
        move spaces to gain-loss-line
        move cy-realized(ccy-idx) to total-edited
        string '    ' cy-currency(ccy-idx) '  REALIZED '
            total-edited
            into gain-loss-line
        move cy-unrealized(ccy-idx) to total-edited
        string '  UNREALIZED ' total-edited
            delimited by size into gain-loss-line(38:)
        write gain-loss-line
    end-perform
    move spaces to gain-loss-line
    string 'REALIZED LINES READ: ' realized-lines-read
        '  IN PERIOD: ' realized-in-period
        '  SALES WITH NO LOT: ' sales-no-lot
        '  OPEN LOTS: ' lots-read
        '  UNPRICED: ' lots-unpriced
        into gain-loss-line
    write gain-loss-line
    .
end program gain-loss-report.

*> Issuer and account concentration monitoring, run after
*> price-valuation.  valued-positions.txt is aggregated by issuer -
*> the third field of the securities-master.txt line, UNKNOWN where
*> the master has none - by account, and by issuer within account,
*> in the base currency of fx-rates.txt at the latest rate for each
*> currency.  concentration-limits.txt carries one
*> "scope,issuer,account,VALUE|PCT,limit[,warn-pct]" line per limit,
*> scope ISSUER, ACCOUNT or ACCOUNT-ISSUER; '*' for the issuer or
*> account applies the limit to each one held.  A PCT limit is a
*> percentage of the portfolio, or of the account for
*> ACCOUNT-ISSUER.  Each limit's utilisation is reported as OK,
*> WARNING from warn-pct (default 80) or BREACH at 100, and every
*> breach is raised through alert-dispatch as CON001E.
identification division.
program-id. concentration-monitor.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select limits-file assign to "concentration-limits.txt"
        organization is line sequential
        status is limits-status.
    select valued-positions-file assign to "valued-positions.txt"
        organization is line sequential
        status is valued-status.
    select securities-master-file assign to "securities-master.txt"
        organization is line sequential
        status is master-status.
    select fx-rates-file assign to "fx-rates.txt"
        organization is line sequential
        status is fx-rates-status.
    select concentration-report-file
        assign to "concentration-report.txt"
        organization is line sequential.
data division.
file section.
fd  limits-file
    data record is limits-record.
01  limits-record pic x(80).

fd  valued-positions-file
    data record is valued-positions-record.
01  valued-positions-record pic x(80).

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

*> "BASE,ccy" and "date,currency,rate" lines, rate to the base.
fd  fx-rates-file
    data record is fx-rates-record.
01  fx-rates-record pic x(40).

fd  concentration-report-file
    data record is concentration-line.
01  concentration-line pic x(132).

working-storage section.
01  limits-status pic xx.
    88  limits-file-ok values '00' thru '09'.
01  valued-status pic xx.
    88  valued-file-ok values '00' thru '09'.
01  master-status pic xx.
    88  master-file-ok values '00' thru '09'.
01  fx-rates-status pic xx.
    88  fx-rates-file-ok values '00' thru '09'.

01  limits-eof-flag pic x value 'N'.
    88  limits-eof value 'Y'.
01  valued-eof-flag pic x value 'N'.
    88  valued-eof value 'Y'.
01  master-eof-flag pic x value 'N'.
    88  master-eof value 'Y'.
01  fx-rates-eof-flag pic x value 'N'.
    88  fx-rates-eof value 'Y'.

01  num-master-entries pic 9(4) value 0.
01  master-table-area.
    03  master-entry occurs 1 to 5000 times
            depending on num-master-entries
            indexed by master-idx.
        05  me-isin pic x(20).
        05  me-issuer pic x(20).

01  base-currency pic xxx value 'USD'.
01  fx-rates-found-flag pic x value 'N'.
    88  fx-rates-found value 'Y'.
01  fx-overflow-count pic 9(5) value 0.
01  num-fx-rates pic 99 value 0.
01  fx-rates-area.
    03  fx-rate-entry occurs 1 to 50 times
            depending on num-fx-rates
            indexed by fx-idx.
        05  fx-currency pic xxx.
        05  fx-date pic x(10).
        05  fx-rate pic 9(5)v9(6).

*> One table for all three scopes: I issuer, A account and
*> X issuer within account.
01  num-exposures pic 9(5) value 0.
01  exposure-overflow-count pic 9(7) value 0.
01  exposures-area.
    03  exposure-entry occurs 1 to 10000 times
            depending on num-exposures
            indexed by exp-idx.
        05  ex-scope pic x.
        05  ex-issuer pic x(20).
        05  ex-account pic x(10).
        05  ex-value pic 9(15)v99.
01  account-exp-idx usage index.

01  portfolio-total pic 9(15)v99 value 0.

01  fx-date-text pic x(12).
01  fx-currency-text pic x(6).
01  fx-rate-text pic x(15).

01  vp-account pic x(10).
01  vp-isin pic x(20).
01  vp-currency pic x(6).
01  vp-quantity-text pic x(20).
01  vp-value-text pic x(20).
01  vp-issuer pic x(20).
01  position-rate pic 9(5)v9(6).
01  base-value pic 9(15)v99.

01  find-scope pic x.
01  find-issuer pic x(20).
01  find-account pic x(10).
01  add-value pic 9(15)v99.

01  lim-scope-text pic x(16).
01  lim-issuer pic x(20).
01  lim-account pic x(10).
01  lim-type pic x(8).
01  lim-amount-text pic x(20).
01  lim-warn-text pic x(10).
01  lim-scope pic x.
01  lim-amount pic 9(15)v99.
01  lim-warn-pct pic 9(3)v99.

01  exposure-value pic 9(15)v99.
01  limit-value pic 9(15)v99.
01  utilisation-pct pic 9(5)v99.
01  status-text pic x(8).

01  money-edited pic z(14)9.99.
01  pct-edited pic z(4)9.99.
01  limit-edited pic z(14)9.99.

01  alert-msg-id pic x(8).
01  alert-severity pic x.
01  alert-text pic x(80).

01  positions-read pic 9(7) value 0.
01  positions-unconverted pic 9(7) value 0.
01  positions-no-issuer pic 9(7) value 0.
01  limits-evaluated pic 9(5) value 0.
01  limits-rejected pic 9(5) value 0.
01  warnings-found pic 9(5) value 0.
01  breaches-found pic 9(5) value 0.

procedure division.
concentration-monitor-main.
    open input limits-file
    if not limits-file-ok
        display 'concentration-monitor: no limits file - '
            'nothing to monitor.'
        goback
    end-if

    perform load-securities-master
    perform load-fx-rates

    open output concentration-report-file
    move spaces to concentration-line
    call "report-environment" using concentration-line
    write concentration-line

    perform aggregate-positions

    move portfolio-total to money-edited
    move spaces to concentration-line
    string 'CONCENTRATION MONITOR  BASE ' base-currency
        '  PORTFOLIO ' function trim(money-edited)
        '  POSITIONS ' positions-read
        into concentration-line
    write concentration-line
    if fx-overflow-count > 0
        move spaces to concentration-line
        string 'FX RATES TABLE FULL - ' fx-overflow-count
            ' RATE LINE(S) IGNORED' into concentration-line
        write concentration-line
    end-if
    if exposure-overflow-count > 0
        move spaces to concentration-line
        string '*** EXPOSURE TABLE FULL - ' exposure-overflow-count
            ' EXPOSURE(S) PAST THE TABLE OF 10000 NOT AGGREGATED'
            ' - LIMITS INCOMPLETE ***' into concentration-line
        write concentration-line
    end-if
    move spaces to concentration-line
    write concentration-line
    move spaces to concentration-line
    move 'STATUS   SCOPE          ISSUER               ACCOUNT'
        to concentration-line
    move 'EXPOSURE' to concentration-line(68:8)
    move 'LIMIT' to concentration-line(89:5)
    move 'UTIL%' to concentration-line(98:5)
    write concentration-line

    perform until limits-eof
        read limits-file
            at end
                set limits-eof to true
            not at end
                if limits-record not = spaces
                        and limits-record(1:1) not = '*'
                    perform evaluate-one-limit
                end-if
        end-read
    end-perform
    close limits-file

    move spaces to concentration-line
    write concentration-line
    move spaces to concentration-line
    string 'LIMITS EVALUATED: ' limits-evaluated
        '  WARNINGS: ' warnings-found
        '  BREACHES: ' breaches-found
        '  LIMIT LINES REJECTED: ' limits-rejected
        into concentration-line
    write concentration-line
    move spaces to concentration-line
    string 'POSITIONS NOT CONVERTED: ' positions-unconverted
        '  POSITIONS WITH NO ISSUER: ' positions-no-issuer
        into concentration-line
    write concentration-line
    close concentration-report-file

    display 'concentration-monitor: ' limits-evaluated
        ' limit(s) evaluated, ' warnings-found ' warning(s), '
        breaches-found ' breach(es).'
    if breaches-found > 0 or limits-rejected > 0
            or positions-unconverted > 0
            or exposure-overflow-count > 0
        move 1 to return-code
    end-if
    goback
    .
*> Issuers for the ISIN-keyed master rows; positions are by ISIN.
load-securities-master.
    open input securities-master-file
    if not master-file-ok
        exit paragraph
    end-if
    perform until master-eof
        read securities-master-file
            at end
                set master-eof to true
            not at end
                perform load-one-master-issuer
        end-read
    end-perform
    close securities-master-file
    .
load-one-master-issuer.
    if securities-master-record = spaces
            or num-master-entries = 5000
        exit paragraph
    end-if
    if securities-master-record(2:1) = ','
        if securities-master-record(1:1) not = 'I'
            exit paragraph
        end-if
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
            me-issuer(num-master-entries)
        unstring securities-master-record(3:) delimited by ','
            into me-isin(num-master-entries),
                me-issuer(num-master-entries)
    else
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
            me-issuer(num-master-entries)
        unstring securities-master-record delimited by ','
            into me-isin(num-master-entries),
                me-issuer(num-master-entries)
    end-if
    move upper-case(me-issuer(num-master-entries))
      to me-issuer(num-master-entries)
    .
*> The latest rate on file for each currency.
load-fx-rates.
    open input fx-rates-file
    if not fx-rates-file-ok
        exit paragraph
    end-if
    set fx-rates-found to true
    perform until fx-rates-eof
        read fx-rates-file
            at end
                set fx-rates-eof to true
            not at end
                perform load-one-fx-rate
        end-read
    end-perform
    close fx-rates-file
    if fx-overflow-count > 0
        display 'concentration-monitor: ' fx-overflow-count
            ' rate line(s) for currencies past the table of 50 '
            'ignored - those holdings carry no rate.'
    end-if
    .
load-one-fx-rate.
    if fx-rates-record = spaces
        exit paragraph
    end-if
    if fx-rates-record(1:5) = 'BASE,'
        move upper-case(fx-rates-record(6:3)) to base-currency
        exit paragraph
    end-if
    move spaces to fx-date-text fx-currency-text fx-rate-text
    unstring fx-rates-record delimited by ','
        into fx-date-text, fx-currency-text, fx-rate-text
    if test-numval(fx-rate-text) not = 0
        exit paragraph
    end-if
    move upper-case(fx-currency-text(1:3)) to fx-currency-text
    set fx-idx to 1
    search fx-rate-entry
        at end
            if num-fx-rates = 50
                add 1 to fx-overflow-count
                exit paragraph
            end-if
            add 1 to num-fx-rates
            set fx-idx to num-fx-rates
            move fx-currency-text to fx-currency(fx-idx)
            move spaces to fx-date(fx-idx)
        when fx-currency(fx-idx) = fx-currency-text(1:3)
            continue
    end-search
    if fx-date-text(1:10) >= fx-date(fx-idx)
        move fx-date-text(1:10) to fx-date(fx-idx)
        compute fx-rate(fx-idx) = numval(fx-rate-text)
    end-if
    .
aggregate-positions.
    open input valued-positions-file
    if not valued-file-ok
        move 'NO VALUED POSITIONS - RUN PRICE-VALUATION FIRST'
            to concentration-line
        write concentration-line
        exit paragraph
    end-if
    perform until valued-eof
        read valued-positions-file
            at end
                set valued-eof to true
            not at end
                if valued-positions-record not = spaces
                    add 1 to positions-read
                    perform aggregate-one-position
                end-if
        end-read
    end-perform
    close valued-positions-file
    .
aggregate-one-position.
    move spaces to vp-account vp-isin vp-currency vp-quantity-text
        vp-value-text
    unstring valued-positions-record delimited by ','
        into vp-account, vp-isin, vp-currency, vp-quantity-text,
            vp-value-text

    perform find-position-rate
    if position-rate = 0
        add 1 to positions-unconverted
        move spaces to concentration-line
        string 'NOT-CONVERTED ' function trim(vp-account) ' '
            function trim(vp-isin) ' ' vp-currency(1:3)
            ' - no rate to ' base-currency
            into concentration-line
        write concentration-line
        exit paragraph
    end-if
    compute base-value rounded =
        numval(vp-value-text) * position-rate

    move 'UNKNOWN' to vp-issuer
    set master-idx to 1
    search master-entry
        when me-isin(master-idx) = vp-isin
            if me-issuer(master-idx) not = spaces
                move me-issuer(master-idx) to vp-issuer
            end-if
    end-search
    if vp-issuer = 'UNKNOWN'
        add 1 to positions-no-issuer
    end-if

    add base-value to portfolio-total
    move base-value to add-value
    move 'I' to find-scope
    move vp-issuer to find-issuer
    move spaces to find-account
    perform add-to-exposure
    move 'A' to find-scope
    move spaces to find-issuer
    move vp-account to find-account
    perform add-to-exposure
    move 'X' to find-scope
    move vp-issuer to find-issuer
    perform add-to-exposure
    .
*> With no rates file at all every value is taken as it stands.
find-position-rate.
    move 0 to position-rate
    if not fx-rates-found
        move 1 to position-rate
        exit paragraph
    end-if
    if vp-currency(1:3) = base-currency
        move 1 to position-rate
        exit paragraph
    end-if
    set fx-idx to 1
    search fx-rate-entry
        when fx-currency(fx-idx) = vp-currency(1:3)
            move fx-rate(fx-idx) to position-rate
    end-search
    .
find-exposure.
    set exp-idx to 1
    search exposure-entry
        when ex-scope(exp-idx) = find-scope
                and ex-issuer(exp-idx) = find-issuer
                and ex-account(exp-idx) = find-account
            continue
    end-search
    .
add-to-exposure.
    perform find-exposure
    if exp-idx > num-exposures
        if num-exposures = 10000
            add 1 to exposure-overflow-count
            display 'concentration-monitor: exposure table full - '
                function trim(find-issuer) ' '
                function trim(find-account) ' not aggregated.'
            exit paragraph
        end-if
        add 1 to num-exposures
        set exp-idx to num-exposures
        move find-scope to ex-scope(exp-idx)
        move find-issuer to ex-issuer(exp-idx)
        move find-account to ex-account(exp-idx)
        move 0 to ex-value(exp-idx)
    end-if
    add add-value to ex-value(exp-idx)
    .
evaluate-one-limit.
    move spaces to lim-scope-text lim-issuer lim-account lim-type
        lim-amount-text lim-warn-text
    unstring limits-record delimited by ','
        into lim-scope-text, lim-issuer, lim-account, lim-type,
            lim-amount-text, lim-warn-text
    move upper-case(lim-scope-text) to lim-scope-text
    move upper-case(lim-issuer) to lim-issuer
    move upper-case(lim-type) to lim-type

    evaluate lim-scope-text
    when 'ISSUER'
        move 'I' to lim-scope
        move spaces to lim-account
    when 'ACCOUNT'
        move 'A' to lim-scope
        move spaces to lim-issuer
    when 'ACCOUNT-ISSUER'
        move 'X' to lim-scope
    when other
        perform reject-limit-line
        exit paragraph
    end-evaluate
    if (lim-scope not = 'A' and lim-issuer = spaces)
            or (lim-scope not = 'I' and lim-account = spaces)
            or (lim-type not = 'VALUE' and lim-type not = 'PCT')
            or test-numval(lim-amount-text) not = 0
            or numval(lim-amount-text) = 0
        perform reject-limit-line
        exit paragraph
    end-if
    compute lim-amount = numval(lim-amount-text)
    move 80 to lim-warn-pct
    if lim-warn-text not = spaces
        if test-numval(lim-warn-text) = 0
                and numval(lim-warn-text) > 0
                and numval(lim-warn-text) < 100
            compute lim-warn-pct = numval(lim-warn-text)
        else
            perform reject-limit-line
            exit paragraph
        end-if
    end-if

    if lim-issuer = '*' or lim-account = '*'
        perform varying exp-idx from 1 by 1
                until exp-idx > num-exposures
            if ex-scope(exp-idx) = lim-scope
                    and (lim-issuer = '*'
                        or ex-issuer(exp-idx) = lim-issuer)
                    and (lim-account = '*'
                        or ex-account(exp-idx) = lim-account)
                move ex-issuer(exp-idx) to find-issuer
                move ex-account(exp-idx) to find-account
                move ex-value(exp-idx) to exposure-value
                perform check-utilisation
            end-if
        end-perform
    else
        move lim-scope to find-scope
        move lim-issuer to find-issuer
        move lim-account to find-account
        perform find-exposure
        if exp-idx > num-exposures
            move 0 to exposure-value
        else
            move ex-value(exp-idx) to exposure-value
        end-if
        perform check-utilisation
    end-if
    .
check-utilisation.
    add 1 to limits-evaluated
    if lim-type = 'VALUE'
        move lim-amount to limit-value
    else
        if lim-scope = 'X'
            move 'A' to find-scope
            move find-issuer to vp-issuer
            move spaces to find-issuer
            set account-exp-idx to exp-idx
            perform find-exposure
            if exp-idx > num-exposures
                move 0 to limit-value
            else
                compute limit-value rounded =
                    ex-value(exp-idx) * lim-amount / 100
            end-if
            set exp-idx to account-exp-idx
            move vp-issuer to find-issuer
        else
            compute limit-value rounded =
                portfolio-total * lim-amount / 100
        end-if
    end-if

    if limit-value = 0
        if exposure-value = 0
            move 0 to utilisation-pct
        else
            move 99999.99 to utilisation-pct
        end-if
    else
        compute utilisation-pct rounded =
            exposure-value / limit-value * 100
            on size error
                move 99999.99 to utilisation-pct
        end-compute
    end-if

    evaluate true
    when utilisation-pct >= 100
        move 'BREACH' to status-text
        add 1 to breaches-found
    when utilisation-pct >= lim-warn-pct
        move 'WARNING' to status-text
        add 1 to warnings-found
    when other
        move 'OK' to status-text
    end-evaluate

    move spaces to concentration-line
    string status-text ' ' lim-scope-text(1:14) ' '
        find-issuer ' ' find-account
        into concentration-line
    move exposure-value to money-edited
    move money-edited to concentration-line(58:18)
    move limit-value to limit-edited
    move limit-edited to concentration-line(76:18)
    move utilisation-pct to pct-edited
    move pct-edited to concentration-line(95:8)
    if lim-type = 'PCT'
        move lim-amount to pct-edited
        string '  (' function trim(pct-edited) '%)'
            delimited by size into concentration-line(104:)
    end-if
    write concentration-line

    if status-text = 'BREACH'
        perform raise-breach-alert
    end-if
    .
raise-breach-alert.
    move 'CON001E' to alert-msg-id
    move 'E' to alert-severity
    move utilisation-pct to pct-edited
    move spaces to alert-text
    evaluate lim-scope
    when 'I'
        string 'CONCENTRATION BREACH ISSUER '
            function trim(find-issuer)
            ' AT ' function trim(pct-edited) '% OF LIMIT'
            into alert-text
    when 'A'
        string 'CONCENTRATION BREACH ACCOUNT '
            function trim(find-account)
            ' AT ' function trim(pct-edited) '% OF LIMIT'
            into alert-text
    when other
        string 'CONCENTRATION BREACH ' function trim(find-issuer)
            ' IN ACCOUNT ' function trim(find-account)
            ' AT ' function trim(pct-edited) '% OF LIMIT'
            into alert-text
    end-evaluate
    call 'alert-dispatch' using alert-msg-id, alert-severity,
        alert-text
    .
reject-limit-line.
    add 1 to limits-rejected
    move spaces to concentration-line
    string 'LIMIT-REJECTED ' function trim(limits-record)
        into concentration-line
    write concentration-line
    .
end program concentration-monitor.

*> Month-end client holdings statements, one per account holding a
*> position on positions.txt.  Each holding is listed with its ISIN
*> and the description from securities-master.txt, quantity, and
*> the price and market value price-valuation left on
*> valued-positions.txt, with its share of the account's value in
*> the base currency of fx-rates.txt.  The corporate actions
*> applied to the account in the month come from
*> corporate-actions-history.txt, and the change in value is taken
*> against last month-end's figure on statement-values.txt, which
*> this run brings up to date.  statement-period.txt optionally
*> carries "yyyy-mm", default the current month.  Statements go to
*> holdings-statements.txt; statement-control-report.txt lists
*> every account with a position and its statement, and any
*> position with no account that could not be stated.
identification division.
program-id. holdings-statement.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select period-file assign to "statement-period.txt"
        organization is line sequential
        status is period-status.
    select positions-file assign to "positions.txt"
        organization is line sequential
        status is positions-status.
    select valued-positions-file assign to "valued-positions.txt"
        organization is line sequential
        status is valued-status.
    select securities-master-file assign to "securities-master.txt"
        organization is line sequential
        status is master-status.
    select fx-rates-file assign to "fx-rates.txt"
        organization is line sequential
        status is fx-rates-status.
    select actions-history-file
        assign to "corporate-actions-history.txt"
        organization is line sequential
        status is actions-history-status.
    select statement-values-file assign to "statement-values.txt"
        organization is line sequential
        status is statement-values-status.
    select statement-values-new-file
        assign to "statement-values.txt.new"
        organization is line sequential
        status is statement-values-new-status.
    select statements-file assign to "holdings-statements.txt"
        organization is line sequential.
    select statement-control-file
        assign to "statement-control-report.txt"
        organization is line sequential.
data division.
file section.
fd  period-file
    data record is period-record.
01  period-record pic x(20).

*> Same "isin,quantity[,account]" lines positions-xref reads.
fd  positions-file
    data record is positions-record.
01  positions-record pic x(40).

fd  valued-positions-file
    data record is valued-positions-record.
01  valued-positions-record pic x(80).

fd  securities-master-file
    data record is securities-master-record.
01  securities-master-record pic x(100).

fd  fx-rates-file
    data record is fx-rates-record.
01  fx-rates-record pic x(40).

fd  actions-history-file
    data record is actions-history-record.
01  actions-history-record pic x(120).

*> "yyyy-mm,account,base-value" per statement produced.
fd  statement-values-file
    data record is statement-values-record.
01  statement-values-record pic x(60).

fd  statement-values-new-file
    data record is statement-values-new-record.
01  statement-values-new-record pic x(60).

fd  statements-file
    data record is statement-line.
01  statement-line pic x(132).

fd  statement-control-file
    data record is control-line.
01  control-line pic x(132).

working-storage section.
01  period-status pic xx.
    88  period-file-ok values '00' thru '09'.
01  positions-status pic xx.
    88  positions-file-ok values '00' thru '09'.
01  valued-status pic xx.
    88  valued-file-ok values '00' thru '09'.
01  master-status pic xx.
    88  master-file-ok values '00' thru '09'.
01  fx-rates-status pic xx.
    88  fx-rates-file-ok values '00' thru '09'.
01  actions-history-status pic xx.
    88  actions-history-ok values '00' thru '09'.
01  statement-values-status pic xx.
    88  statement-values-ok values '00' thru '09'.
01  statement-values-new-status pic xx.
    88  statement-values-new-ok values '00' thru '09'.
01  values-name pic x(24) value "statement-values.txt".
01  values-new-name pic x(28) value "statement-values.txt.new".
01  values-commit-flag pic x value 'N'.
    88  values-commit-failed value 'Y'.
01  history-overflow-count pic 9(5) value 0.
01  valued-overflow-count pic 9(5) value 0.
01  holding-overflow-count pic 9(5) value 0.
01  account-overflow-count pic 9(5) value 0.

01  positions-eof-flag pic x value 'N'.
    88  positions-eof value 'Y'.
01  valued-eof-flag pic x value 'N'.
    88  valued-eof value 'Y'.
01  master-eof-flag pic x value 'N'.
    88  master-eof value 'Y'.
01  fx-rates-eof-flag pic x value 'N'.
    88  fx-rates-eof value 'Y'.
01  actions-history-eof-flag pic x value 'N'.
    88  actions-history-eof value 'Y'.
01  statement-values-eof-flag pic x value 'N'.
    88  statement-values-eof value 'Y'.

01  statement-period pic x(7).
01  prior-period pic x(7).
01  period-end-date pic x(10).
01  period-yyyymmdd pic 9(8).
01  period-end-int pic 9(9).
01  prior-year pic 9(4).
01  prior-month pic 99.

01  num-master-entries pic 9(4) value 0.
01  master-table-area.
    03  master-entry occurs 1 to 5000 times
            depending on num-master-entries
            indexed by master-idx.
        05  me-isin pic x(20).
        05  me-issuer pic x(20).
        05  me-description pic x(40).

01  base-currency pic xxx value 'USD'.
01  fx-rates-found-flag pic x value 'N'.
    88  fx-rates-found value 'Y'.
01  fx-overflow-count pic 9(5) value 0.
01  num-fx-rates pic 99 value 0.
01  fx-rates-area.
    03  fx-rate-entry occurs 1 to 50 times
            depending on num-fx-rates
            indexed by fx-idx.
        05  fx-currency pic xxx.
        05  fx-date pic x(10).
        05  fx-rate pic 9(5)v9(6).
01  fx-date-text pic x(12).
01  fx-currency-text pic x(6).
01  fx-rate-text pic x(15).

01  num-valued pic 9(4) value 0.
01  valued-table-area.
    03  valued-entry occurs 1 to 5000 times
            depending on num-valued
            indexed by val-idx.
        05  vl-account pic x(10).
        05  vl-isin pic x(20).
        05  vl-currency pic xxx.
        05  vl-value pic 9(13)v99.
        05  vl-price pic 9(9)v9(4).

01  num-holdings pic 9(4) value 0.
01  holdings-table-area.
    03  holding-entry occurs 1 to 5000 times
            depending on num-holdings
            indexed by hold-idx.
        05  hd-account pic x(10).
        05  hd-isin pic x(20).
        05  hd-quantity-text pic x(15).
        05  hd-status pic x.
            88  hd-valued value 'V'.
            88  hd-unpriced value 'U'.
            88  hd-unconverted value 'C'.
        05  hd-val-ix pic 9(4).
        05  hd-base-value pic 9(15)v99.

*> Accounts kept in account order as they are found.
01  num-accounts pic 9(4) value 0.
01  accounts-table-area.
    03  account-entry occurs 1 to 2000 times
            depending on num-accounts
            indexed by acct-idx.
        05  ac-account pic x(10).
        05  ac-holdings pic 9(4).
        05  ac-unpriced pic 9(4).
        05  ac-base-value pic 9(15)v99.
01  shift-idx pic 9(4).

01  num-history-lines pic 9(5) value 0.
01  history-table-area.
    03  history-entry occurs 1 to 10000 times
            depending on num-history-lines
            indexed by hist-idx.
        05  hl-line pic x(60).

01  pos-isin pic x(20).
01  pos-quantity pic x(15).
01  pos-account pic x(10).

01  vp-account pic x(10).
01  vp-isin pic x(20).
01  vp-currency pic x(6).
01  vp-quantity-text pic x(20).
01  vp-value-text pic x(20).
01  vp-price-text pic x(20).

01  ah-applied-date pic x(12).
01  ah-effective-date pic x(12).
01  ah-account pic x(12).
01  ah-old-isin pic x(20).
01  ah-new-isin pic x(20).
01  ah-ratio pic x(12).
01  ah-qty-before pic x(20).
01  ah-qty-after pic x(20).

01  sv-period pic x(10).
01  sv-account pic x(12).
01  sv-value-text pic x(20).

01  position-rate pic 9(5)v9(6).
01  prior-value pic 9(15)v99.
01  prior-found-flag pic x.
    88  prior-found value 'Y'.
01  value-change pic s9(15)v99.
01  change-pct pic s9(5)v99.
01  holding-pct pic 9(3)v99.
01  holding-quantity pic 9(11)v9(3).
01  actions-listed pic 9(4).
01  description-text pic x(40).

01  quantity-edited pic z(10)9.9(3).
01  price-edited pic z(8)9.9(4).
01  money-edited pic z(12)9.99.
01  base-edited pic z(14)9.99.
01  change-edited pic -(14)9.99.
01  pct-edited pic zz9.99.
01  change-pct-edited pic -(4)9.99.

01  statements-produced pic 9(4) value 0.
01  positions-no-account pic 9(5) value 0.
01  holdings-unpriced pic 9(5) value 0.
01  holdings-unconverted pic 9(5) value 0.

procedure division.
holdings-statement-main.
    perform load-period
    perform load-securities-master
    perform load-fx-rates
    perform load-valued-positions

    open output statement-control-file
    move spaces to control-line
    call "report-environment" using control-line
    write control-line
    move spaces to control-line
    string 'STATEMENT CONTROL  PERIOD ' statement-period
        '  PERIOD END ' period-end-date '  BASE ' base-currency
        into control-line
    write control-line
    if fx-overflow-count > 0
        move spaces to control-line
        string 'FX RATES TABLE FULL - ' fx-overflow-count
            ' RATE LINE(S) IGNORED' into control-line
        write control-line
    end-if
    if valued-overflow-count > 0
        move spaces to control-line
        string '*** ' valued-overflow-count
            ' VALUED POSITION LINE(S) PAST THE TABLE OF 5000 NOT'
            ' LOADED - THOSE HOLDINGS SHOW UNPRICED ***'
            into control-line
        write control-line
    end-if

    perform load-positions
    if num-accounts = 0
        move 'NO POSITIONS - NO STATEMENTS PRODUCED' to control-line
        write control-line
        close statement-control-file
        display 'holdings-statement: no positions - nothing to '
            'state.'
        goback
    end-if

    perform load-statement-values

    open output statements-file
    perform varying acct-idx from 1 by 1
            until acct-idx > num-accounts
        perform write-one-statement
    end-perform
    close statements-file

    perform rewrite-statement-values
    perform write-control-totals
    close statement-control-file

    display 'holdings-statement: ' statements-produced
        ' statement(s) for ' num-accounts ' account(s), '
        positions-no-account ' position(s) with no account.'
    if positions-no-account > 0 or statements-produced not =
            num-accounts
        move 1 to return-code
    end-if
    if values-commit-failed
        move 1 to return-code
    end-if
    if valued-overflow-count > 0 or holding-overflow-count > 0
            or account-overflow-count > 0
        display 'holdings-statement: tables full - '
            valued-overflow-count ' valued position(s), '
            holding-overflow-count ' holding(s) and '
            account-overflow-count ' position(s) of new accounts'
            ' left out.'
        move 1 to return-code
    end-if
    goback
    .
load-period.
    move spaces to statement-period
    open input period-file
    if period-file-ok
        read period-file
            not at end
                move period-record(1:7) to statement-period
        end-read
        close period-file
    end-if
    if statement-period = spaces
        string current-date(1:4) '-' current-date(5:2)
            into statement-period
    end-if

*>  the period ends the day before the first of the next month
    move statement-period(1:4) to period-yyyymmdd(1:4)
    move statement-period(6:2) to period-yyyymmdd(5:2)
    move '01' to period-yyyymmdd(7:2)
    if period-yyyymmdd(5:2) = '12'
        add 10000 to period-yyyymmdd
        move '01' to period-yyyymmdd(5:2)
    else
        add 100 to period-yyyymmdd
    end-if
    compute period-end-int = integer-of-date(period-yyyymmdd) - 1
    move date-of-integer(period-end-int) to period-yyyymmdd
    string period-yyyymmdd(1:4) '-' period-yyyymmdd(5:2) '-'
        period-yyyymmdd(7:2) into period-end-date

    move statement-period(1:4) to prior-year
    move statement-period(6:2) to prior-month
    if prior-month = 1
        subtract 1 from prior-year
        move 12 to prior-month
    else
        subtract 1 from prior-month
    end-if
    string prior-year '-' prior-month into prior-period
    .
load-securities-master.
    open input securities-master-file
    if not master-file-ok
        exit paragraph
    end-if
    perform until master-eof
        read securities-master-file
            at end
                set master-eof to true
            not at end
                perform load-one-master-entry
        end-read
    end-perform
    close securities-master-file
    .
load-one-master-entry.
    if securities-master-record = spaces
            or num-master-entries = 5000
        exit paragraph
    end-if
    if securities-master-record(2:1) = ','
        if securities-master-record(1:1) not = 'I'
            exit paragraph
        end-if
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
            me-issuer(num-master-entries)
            me-description(num-master-entries)
        unstring securities-master-record(3:) delimited by ','
            into me-isin(num-master-entries),
                me-issuer(num-master-entries),
                me-description(num-master-entries)
    else
        add 1 to num-master-entries
        move spaces to me-isin(num-master-entries)
            me-issuer(num-master-entries)
            me-description(num-master-entries)
        unstring securities-master-record delimited by ','
            into me-isin(num-master-entries),
                me-issuer(num-master-entries),
                me-description(num-master-entries)
    end-if
    .
*> The latest rate on file for each currency.
load-fx-rates.
    open input fx-rates-file
    if not fx-rates-file-ok
        exit paragraph
    end-if
    set fx-rates-found to true
    perform until fx-rates-eof
        read fx-rates-file
            at end
                set fx-rates-eof to true
            not at end
                perform load-one-fx-rate
        end-read
    end-perform
    close fx-rates-file
    if fx-overflow-count > 0
        display 'holdings-statement: ' fx-overflow-count
            ' rate line(s) for currencies past the table of 50 '
            'ignored - those holdings carry no rate.'
    end-if
    .
load-one-fx-rate.
    if fx-rates-record = spaces
        exit paragraph
    end-if
    if fx-rates-record(1:5) = 'BASE,'
        move upper-case(fx-rates-record(6:3)) to base-currency
        exit paragraph
    end-if
    move spaces to fx-date-text fx-currency-text fx-rate-text
    unstring fx-rates-record delimited by ','
        into fx-date-text, fx-currency-text, fx-rate-text
    if test-numval(fx-rate-text) not = 0
        exit paragraph
    end-if
    move upper-case(fx-currency-text(1:3)) to fx-currency-text
    set fx-idx to 1
    search fx-rate-entry
        at end
            if num-fx-rates = 50
                add 1 to fx-overflow-count
                exit paragraph
            end-if
            add 1 to num-fx-rates
            set fx-idx to num-fx-rates
            move fx-currency-text to fx-currency(fx-idx)
            move spaces to fx-date(fx-idx)
        when fx-currency(fx-idx) = fx-currency-text(1:3)
            continue
    end-search
    if fx-date-text(1:10) >= fx-date(fx-idx)
        move fx-date-text(1:10) to fx-date(fx-idx)
        compute fx-rate(fx-idx) = numval(fx-rate-text)
    end-if
    .
load-valued-positions.
    open input valued-positions-file
    if not valued-file-ok
        exit paragraph
    end-if
    perform until valued-eof
        read valued-positions-file
            at end
                set valued-eof to true
            not at end
                if valued-positions-record not = spaces
                    if num-valued < 5000
                        perform load-one-valued-position
                    else
                        add 1 to valued-overflow-count
                    end-if
                end-if
        end-read
    end-perform
    close valued-positions-file
    .
load-one-valued-position.
    move spaces to vp-account vp-isin vp-currency vp-quantity-text
        vp-value-text vp-price-text
    unstring valued-positions-record delimited by ','
        into vp-account, vp-isin, vp-currency, vp-quantity-text,
            vp-value-text, vp-price-text
    add 1 to num-valued
    move vp-account to vl-account(num-valued)
    move vp-isin to vl-isin(num-valued)
    move vp-currency(1:3) to vl-currency(num-valued)
    compute vl-value(num-valued) = numval(vp-value-text)
    if vp-price-text = spaces
        move 0 to vl-price(num-valued)
    else
        compute vl-price(num-valued) = numval(vp-price-text)
    end-if
    .
load-positions.
    open input positions-file
    if not positions-file-ok
        exit paragraph
    end-if
    perform until positions-eof
        read positions-file
            at end
                set positions-eof to true
            not at end
                if positions-record not = spaces
                    perform load-one-position
                end-if
        end-read
    end-perform
    close positions-file
    .
load-one-position.
    move spaces to pos-isin pos-quantity pos-account
    unstring positions-record delimited by ','
        into pos-isin, pos-quantity, pos-account
    if pos-account = spaces
        add 1 to positions-no-account
        move spaces to control-line
        string 'NO ACCOUNT - NOT STATED  ' function trim(positions-record)
            into control-line
        write control-line
        exit paragraph
    end-if
    if num-holdings = 5000
        add 1 to holding-overflow-count
        move spaces to control-line
        string 'HOLDINGS TABLE FULL - NOT STATED  '
            function trim(positions-record) into control-line
        write control-line
        exit paragraph
    end-if
    perform find-account-entry
    if acct-idx > num-accounts
        add 1 to account-overflow-count
        move spaces to control-line
        string 'ACCOUNT TABLE FULL - NOT STATED  '
            function trim(positions-record) into control-line
        write control-line
        exit paragraph
    end-if

    add 1 to num-holdings
    set hold-idx to num-holdings
    move pos-account to hd-account(hold-idx)
    move pos-isin to hd-isin(hold-idx)
    move pos-quantity to hd-quantity-text(hold-idx)
    move 0 to hd-base-value(hold-idx) hd-val-ix(hold-idx)
    add 1 to ac-holdings(acct-idx)

    set val-idx to 1
    search valued-entry
        at end
            set hd-unpriced(hold-idx) to true
            add 1 to ac-unpriced(acct-idx)
            add 1 to holdings-unpriced
            exit paragraph
        when vl-account(val-idx) = pos-account
                and vl-isin(val-idx) = pos-isin
            set hd-val-ix(hold-idx) to val-idx
    end-search

    perform find-position-rate
    if position-rate = 0
        set hd-unconverted(hold-idx) to true
        add 1 to holdings-unconverted
        exit paragraph
    end-if
    set hd-valued(hold-idx) to true
    compute hd-base-value(hold-idx) rounded =
        vl-value(val-idx) * position-rate
    add hd-base-value(hold-idx) to ac-base-value(acct-idx)
    .
*> New accounts are slotted in account order so the statements run
*> in account order.
find-account-entry.
    set acct-idx to 1
    search account-entry
        when ac-account(acct-idx) = pos-account
            exit paragraph
    end-search
    if num-accounts = 2000
        set acct-idx to 2001
        exit paragraph
    end-if
    add 1 to num-accounts
    move num-accounts to shift-idx
    perform until shift-idx = 1
        if ac-account(shift-idx - 1) <= pos-account
            exit perform
        end-if
        move account-entry(shift-idx - 1) to account-entry(shift-idx)
        subtract 1 from shift-idx
    end-perform
    set acct-idx to shift-idx
    move pos-account to ac-account(acct-idx)
    move 0 to ac-holdings(acct-idx) ac-unpriced(acct-idx)
        ac-base-value(acct-idx)
    .
*> With no rates file at all every value is taken as it stands.
find-position-rate.
    move 0 to position-rate
    if not fx-rates-found
        move 1 to position-rate
        exit paragraph
    end-if
    if vl-currency(val-idx) = base-currency
        move 1 to position-rate
        exit paragraph
    end-if
    set fx-idx to 1
    search fx-rate-entry
        when fx-currency(fx-idx) = vl-currency(val-idx)
            move fx-rate(fx-idx) to position-rate
    end-search
    .
*> Only last month-end's values are held; every other period is
*> copied through as it stands when the file is rewritten.
load-statement-values.
    open input statement-values-file
    if not statement-values-ok
        exit paragraph
    end-if
    perform until statement-values-eof
        read statement-values-file
            at end
                set statement-values-eof to true
            not at end
                if statement-values-record not = spaces
                        and statement-values-record(1:7)
                            = prior-period
                    if num-history-lines < 10000
                        add 1 to num-history-lines
                        move statement-values-record
                          to hl-line(num-history-lines)
                    else
                        add 1 to history-overflow-count
                    end-if
                end-if
        end-read
    end-perform
    close statement-values-file
    .
write-one-statement.
    move all '=' to statement-line
    write statement-line
    move spaces to statement-line
    string 'HOLDINGS STATEMENT  ACCOUNT ' ac-account(acct-idx)
        '  PERIOD ENDING ' period-end-date
        '  VALUES IN ' base-currency
        into statement-line
    write statement-line
    move spaces to statement-line
    write statement-line
    move spaces to statement-line
    move 'ISIN                 DESCRIPTION' to statement-line
    move 'QUANTITY' to statement-line(71:8)
    move 'CCY' to statement-line(80:3)
    move 'PRICE' to statement-line(93:5)
    move 'MARKET VALUE' to statement-line(105:12)
    move '% PORT' to statement-line(118:6)
    write statement-line

    perform varying hold-idx from 1 by 1
            until hold-idx > num-holdings
        if hd-account(hold-idx) = ac-account(acct-idx)
            perform write-holding-line
        end-if
    end-perform

    move spaces to statement-line
    write statement-line
    move ac-base-value(acct-idx) to base-edited
    move spaces to statement-line
    string 'TOTAL MARKET VALUE ' base-currency
        into statement-line
    move base-edited to statement-line(99:18)
    write statement-line

    perform find-prior-value
    move spaces to statement-line
    if prior-found
        compute value-change =
            ac-base-value(acct-idx) - prior-value
        move prior-value to base-edited
        string 'VALUE AT ' prior-period ' MONTH-END'
            into statement-line
        move base-edited to statement-line(99:18)
        write statement-line
        move value-change to change-edited
        move spaces to statement-line
        move 'CHANGE IN VALUE' to statement-line
        move change-edited to statement-line(98:19)
        if prior-value > 0
            compute change-pct rounded =
                value-change / prior-value * 100
                on size error
                    move 0 to change-pct
            end-compute
            move change-pct to change-pct-edited
            string '  (' function trim(change-pct-edited) '%)'
                delimited by size into statement-line(117:)
        end-if
    else
        string 'NO STATEMENT VALUE FOR ' prior-period
            ' - CHANGE IN VALUE NOT SHOWN'
            into statement-line
    end-if
    write statement-line

    move spaces to statement-line
    write statement-line
    move 'CORPORATE ACTIONS APPLIED THIS MONTH' to statement-line
    write statement-line
    perform list-account-actions

    move spaces to statement-line
    write statement-line
    add 1 to statements-produced
    perform add-statement-value

    move spaces to control-line
    move ac-base-value(acct-idx) to base-edited
    string 'STATEMENT PRODUCED  ' ac-account(acct-idx)
        '  HOLDINGS ' ac-holdings(acct-idx)
        '  UNPRICED ' ac-unpriced(acct-idx)
        '  VALUE ' base-edited
        '  ACTIONS ' actions-listed
        into control-line
    write control-line
    .
write-holding-line.
    move spaces to description-text
    set master-idx to 1
    search master-entry
        when me-isin(master-idx) = hd-isin(hold-idx)
            move me-description(master-idx) to description-text
    end-search
    if description-text = spaces
        move '(NO DESCRIPTION ON MASTER)' to description-text
    end-if
    move spaces to statement-line
    string hd-isin(hold-idx) ' ' description-text
        into statement-line
    compute holding-quantity = numval(hd-quantity-text(hold-idx))
    move holding-quantity to quantity-edited
    move quantity-edited to statement-line(64:15)
    evaluate true
    when hd-unpriced(hold-idx)
        move 'NOT PRICED' to statement-line(80:10)
    when other
        set val-idx to hd-val-ix(hold-idx)
        move vl-currency(val-idx) to statement-line(80:3)
        move vl-price(val-idx) to price-edited
        move price-edited to statement-line(84:14)
        move vl-value(val-idx) to money-edited
        move money-edited to statement-line(101:16)
        if hd-unconverted(hold-idx)
            move 'NO RATE' to statement-line(118:7)
        else
            if ac-base-value(acct-idx) > 0
                compute holding-pct rounded =
                    hd-base-value(hold-idx)
                    / ac-base-value(acct-idx) * 100
            else
                move 0 to holding-pct
            end-if
            move holding-pct to pct-edited
            move pct-edited to statement-line(118:6)
        end-if
    end-evaluate
    write statement-line
    .
find-prior-value.
    move 'N' to prior-found-flag
    move 0 to prior-value
    perform varying hist-idx from 1 by 1
            until hist-idx > num-history-lines
        if hl-line(hist-idx)(1:7) = prior-period
            move spaces to sv-period sv-account sv-value-text
            unstring hl-line(hist-idx) delimited by ','
                into sv-period, sv-account, sv-value-text
            if sv-account = ac-account(acct-idx)
                set prior-found to true
                compute prior-value = numval(sv-value-text)
                exit perform
            end-if
        end-if
    end-perform
    .
list-account-actions.
    move 0 to actions-listed
    move 'N' to actions-history-eof-flag
    open input actions-history-file
    if actions-history-ok
        perform until actions-history-eof
            read actions-history-file
                at end
                    set actions-history-eof to true
                not at end
                    perform list-one-action
            end-read
        end-perform
        close actions-history-file
    end-if
    if actions-listed = 0
        move '    NONE' to statement-line
        write statement-line
    end-if
    .
list-one-action.
    if actions-history-record(1:7) not = statement-period
        exit paragraph
    end-if
    move spaces to ah-applied-date ah-effective-date ah-account
        ah-old-isin ah-new-isin ah-ratio ah-qty-before ah-qty-after
    unstring actions-history-record delimited by ','
        into ah-applied-date, ah-effective-date, ah-account,
            ah-old-isin, ah-new-isin, ah-ratio, ah-qty-before,
            ah-qty-after
    if ah-account not = ac-account(acct-idx)
        exit paragraph
    end-if
    if ah-ratio = spaces
        move '1' to ah-ratio
    end-if
    add 1 to actions-listed
    move spaces to statement-line
    if ah-old-isin = ah-new-isin
        string '    EFFECTIVE ' ah-effective-date(1:10) '  '
            function trim(ah-old-isin) ' SPLIT ' function trim(ah-ratio)
            ' FOR 1  QUANTITY ' function trim(ah-qty-before)
            ' BECOMES ' function trim(ah-qty-after)
            into statement-line
    else
        string '    EFFECTIVE ' ah-effective-date(1:10) '  '
            function trim(ah-old-isin) ' BECOMES '
            function trim(ah-new-isin) ' RATIO '
            function trim(ah-ratio) '  QUANTITY '
            function trim(ah-qty-before) ' BECOMES '
            function trim(ah-qty-after)
            into statement-line
    end-if
    write statement-line
    .
add-statement-value.
    if num-history-lines = 10000
        add 1 to history-overflow-count
        exit paragraph
    end-if
    add 1 to num-history-lines
    move ac-base-value(acct-idx) to base-edited
    move spaces to hl-line(num-history-lines)
    string statement-period ',' function trim(ac-account(acct-idx))
        ',' function trim(base-edited)
        into hl-line(num-history-lines)
    .
*> Every other period's lines are copied through from the file,
*> then this period's are written from the table; the new file
*> replaces the old only once it is complete.  A value that did
*> not fit the table would be lost, so the file is then left as
*> it was.
rewrite-statement-values.
    if history-overflow-count > 0
        display 'holdings-statement: ' history-overflow-count
            ' statement value(s) past the table of 10000 - '
            'statement-values.txt not updated.'
        set values-commit-failed to true
        exit paragraph
    end-if
    open output statement-values-new-file
    if not statement-values-new-ok
        display 'holdings-statement: statement-values.txt.new '
            'could not be opened - statement-values.txt not updated.'
        set values-commit-failed to true
        exit paragraph
    end-if
    open input statement-values-file
    if statement-values-ok
        move 'N' to statement-values-eof-flag
        perform until statement-values-eof
            read statement-values-file
                at end
                    set statement-values-eof to true
                not at end
                    if statement-values-record not = spaces
                            and statement-values-record(1:7)
                                not = statement-period
                        move statement-values-record
                          to statement-values-new-record
                        write statement-values-new-record
                    end-if
            end-read
        end-perform
        close statement-values-file
    end-if
    perform varying hist-idx from 1 by 1
            until hist-idx > num-history-lines
        if hl-line(hist-idx)(1:7) = statement-period
            move hl-line(hist-idx) to statement-values-new-record
            write statement-values-new-record
        end-if
    end-perform
    close statement-values-new-file
    call "CBL_RENAME_FILE" using values-new-name, values-name
    if return-code not = 0
        display 'holdings-statement: statement-values.txt.new '
            'could not replace statement-values.txt.'
        set values-commit-failed to true
    end-if
    move 0 to return-code
    .
write-control-totals.
    move spaces to control-line
    write control-line
    move spaces to control-line
    string 'ACCOUNTS WITH A POSITION: ' num-accounts
        '  STATEMENTS PRODUCED: ' statements-produced
        '  POSITIONS WITH NO ACCOUNT: ' positions-no-account
        into control-line
    write control-line
    move spaces to control-line
    string 'HOLDINGS NOT PRICED: ' holdings-unpriced
        '  HOLDINGS WITH NO RATE TO ' base-currency ': '
        holdings-unconverted
        into control-line
    write control-line
    if statements-produced not = num-accounts
        move 'STATEMENT COUNT DOES NOT MATCH ACCOUNTS - INVESTIGATE'
            to control-line
        write control-line
    end-if
    if valued-overflow-count > 0 or holding-overflow-count > 0
            or account-overflow-count > 0
        move spaces to control-line
        string '*** TABLES FULL - VALUED POSITIONS PAST 5000: '
            valued-overflow-count '  HOLDINGS PAST 5000: '
            holding-overflow-count '  POSITIONS OF ACCOUNTS PAST '
            '2000: ' account-overflow-count ' ***'
            into control-line
        write control-line
    end-if
    .
end program holdings-statement.
