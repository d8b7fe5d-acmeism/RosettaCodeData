      *> date listed in the holiday calendar file.  The calendar is
      *> one YYYY-MM-DD market holiday per line and loads once per
      *> job, the same way validate-iban loads its country lengths.
      *> Lines carrying a ",market" tag after the date belong to the
      *> market calendars market-business-day keeps and are skipped.
       identification division.
       program-id. business-day-add.

       file section.
       fd  holiday-calendar-file
           data record is holiday-calendar-record.
       01  holiday-calendar-record  pic x(20).

       working-storage section.
       01  holiday-calendar-status  pic xx.
           close holiday-calendar-file
           .
       load-one-holiday.
      *> a line tagged with a market belongs to that market's
      *> calendar, not ours
           if holiday-calendar-record = spaces
                   or holiday-calendar-record(11:) not = spaces
                   or num-holidays = 500
               exit paragraph
           end-if
           .
       end program business-day-add.

      *> Market calendars for payment value dates.  The same
      *> holiday-calendar.txt carries, besides our own holidays,
      *> "YYYY-MM-DD,market" lines, the market being a currency
      *> code (EUR for the TARGET calendar) or a country code (GB
      *> for UK bank holidays).  A currency's closed days are its
      *> own entries plus those of the country its code begins with,
      *> and every Saturday and Sunday.  Given a currency and a date
      *> in INTEGER-OF-DATE form, returns whether the market is open
      *> that day and the first open day on or after it.
       identification division.
       program-id. market-business-day.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select holiday-calendar-file
               assign to "holiday-calendar.txt"
               organization is line sequential
               file status is holiday-calendar-status.

       data division.
       file section.
       fd  holiday-calendar-file
           data record is holiday-calendar-record.
       01  holiday-calendar-record  pic x(20).

       working-storage section.
       01  holiday-calendar-status  pic xx.
           88  holiday-calendar-ok  values "00" thru "09".

       01  holiday-eof-flag         pic x value "N".
           88  holiday-eof          value "Y".

       01  holidays-loaded-sw       pic x value "N".
           88  holidays-loaded      value "Y".

       01  num-market-holidays      pic 9(4).
       01  market-holiday-area.
           03  market-holiday-entry occurs 1 to 2000 times
                                     depending on num-market-holidays
                                     indexed by mkt-idx.
               05  mh-market        pic x(3).
               05  mh-date-int      pic 9(9).

       01  holiday-yyyymmdd         pic 9(8).
       01  holiday-market-text      pic x(9).
       01  work-date-int            pic 9(9).
       01  week-day-num             pic 9.
       01  business-day-sw          pic x.
           88  is-business-day      value "Y".

       linkage section.
       01  in-market                pic x(3).
       01  in-date-int              pic 9(9).
       01  out-open-flag            pic x.
       01  out-next-date-int        pic 9(9).

       procedure division using in-market, in-date-int,
                                 out-open-flag, out-next-date-int.
       market-business-day-main.
           if not holidays-loaded
               perform load-holiday-calendar
           end-if

           move in-date-int to work-date-int
           perform check-business-day
           move business-day-sw to out-open-flag
           perform until is-business-day
               add 1 to work-date-int
               perform check-business-day
           end-perform
           move work-date-int to out-next-date-int
           goback
           .
      *> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) fell on a
      *> Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       check-business-day.
           move "N" to business-day-sw
           compute week-day-num = mod(work-date-int, 7)
           if week-day-num = 6 or week-day-num = 0
               exit paragraph
           end-if

           move "Y" to business-day-sw
           perform varying mkt-idx from 1 by 1
                   until mkt-idx > num-market-holidays
               if mh-date-int (mkt-idx) = work-date-int
                       and (mh-market (mkt-idx) = in-market
                         or mh-market (mkt-idx) = in-market(1:2))
                   move "N" to business-day-sw
                   set mkt-idx to num-market-holidays
               end-if
           end-perform
           .
       load-holiday-calendar.
           set holidays-loaded to true
           open input holiday-calendar-file
           if not holiday-calendar-ok
               exit paragraph
           end-if
           perform until holiday-eof
               read holiday-calendar-file
                   at end
                       set holiday-eof to true
                   not at end
                       perform load-one-holiday
               end-read
           end-perform
           close holiday-calendar-file
           .
       load-one-holiday.
           if holiday-calendar-record(11:1) not = ","
                   or num-market-holidays = 2000
               exit paragraph
           end-if
           if holiday-calendar-record(5:1) not = "-"
                   or holiday-calendar-record(8:1) not = "-"
               exit paragraph
           end-if
           move holiday-calendar-record(1:4)
             to holiday-yyyymmdd(1:4)
           move holiday-calendar-record(6:2)
             to holiday-yyyymmdd(5:2)
           move holiday-calendar-record(9:2)
             to holiday-yyyymmdd(7:2)
           if holiday-yyyymmdd not numeric
               exit paragraph
           end-if
           move upper-case(trim(holiday-calendar-record(12:)))
             to holiday-market-text
           if holiday-market-text = spaces
               exit paragraph
           end-if
           add 1 to num-market-holidays
           move holiday-market-text
             to mh-market (num-market-holidays)
           move integer-of-date(holiday-yyyymmdd)
             to mh-date-int (num-market-holidays)
           .
       end program market-business-day.

      *> Elapsed business time between two timestamps, so aging
      *> that straddles a weekend or a holiday counts only the
      *> working hours in it.  Both stamps are YYYYMMDDhhmm[ss];
      *> a stamp with no time counts from midnight.  Only the part
      *> of each business day - not a Saturday, Sunday or a date on
      *> holiday-calendar.txt, as business-day-add decides - that
      *> falls inside the working day counts.  The working day is
      *> [business-hours] DAY-START and DAY-END on the shared
      *> Configuration.txt, as HHMM (default 0800 to 1700), and its
      *> length in minutes comes back alongside the elapsed minutes
      *> so callers can express a limit in working days.  A "to"
      *> stamp at or before the "from" stamp, or an unreadable
      *> one, gives zero.
       identification division.
       program-id. business-hours-elapsed.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select holiday-calendar-file
               assign to "holiday-calendar.txt"
               organization is line sequential
               file status is holiday-calendar-status.

       data division.
       file section.
       fd  holiday-calendar-file
           data record is holiday-calendar-record.
       01  holiday-calendar-record  pic x(20).

       working-storage section.
       01  holiday-calendar-status  pic xx.
           88  holiday-calendar-ok  values "00" thru "09".

       01  holiday-eof-flag         pic x value "N".
           88  holiday-eof          value "Y".

       01  setup-done-sw            pic x value "N".
           88  setup-done           value "Y".

       01  num-holidays             pic 9(3).
       01  holiday-table-area.
           03  holiday-date-int     pic 9(9)
                                     occurs 1 to 500 times
                                     depending on num-holidays
                                     indexed by holiday-idx.

       01  cfg-section              pic x(32) value "business-hours".
       01  cfg-key                  pic x(32).
       01  cfg-value                pic x(64).
       01  cfg-found-flag           pic x.
           88  cfg-found            value "Y".

       01  day-start-minute         pic 9(4) value 480.
       01  day-end-minute           pic 9(4) value 1020.
       01  hhmm-text                pic x(4).

       01  holiday-yyyymmdd         pic 9(8).
       01  work-yyyymmdd            pic 9(8).
       01  from-date-int            pic 9(9).
       01  to-date-int              pic 9(9).
       01  from-minute              pic 9(4).
       01  to-minute                pic 9(4).
       01  work-date-int            pic 9(9).
       01  window-start             pic 9(4).
       01  window-end               pic 9(4).
       01  week-day-num             pic 9.
       01  business-day-sw          pic x.
           88  is-business-day      value "Y".

       linkage section.
       01  in-from-stamp            pic x(14).
       01  in-to-stamp              pic x(14).
       01  out-business-minutes     pic 9(9).
       01  out-day-minutes          pic 9(4).

       procedure division using in-from-stamp, in-to-stamp,
                                 out-business-minutes,
                                 out-day-minutes.
       business-hours-elapsed-main.
           if not setup-done
               perform load-working-day
               perform load-holiday-calendar
               set setup-done to true
           end-if
           move 0 to out-business-minutes
           compute out-day-minutes = day-end-minute - day-start-minute

           move in-from-stamp(1:8) to work-yyyymmdd
           if in-from-stamp(1:8) not numeric
                   or test-date-yyyymmdd(work-yyyymmdd) not = 0
               goback
           end-if
           compute from-date-int = integer-of-date(work-yyyymmdd)
           move in-to-stamp(1:8) to work-yyyymmdd
           if in-to-stamp(1:8) not numeric
                   or test-date-yyyymmdd(work-yyyymmdd) not = 0
               goback
           end-if
           compute to-date-int = integer-of-date(work-yyyymmdd)

           move 0 to from-minute, to-minute
           if in-from-stamp(9:4) numeric
               compute from-minute = numval(in-from-stamp(9:2)) * 60
                   + numval(in-from-stamp(11:2))
           end-if
           if in-to-stamp(9:4) numeric
               compute to-minute = numval(in-to-stamp(9:2)) * 60
                   + numval(in-to-stamp(11:2))
           end-if
           if to-date-int < from-date-int
               goback
           end-if

           perform varying work-date-int from from-date-int by 1
                   until work-date-int > to-date-int
               perform check-business-day
               if is-business-day
                   perform add-business-window
               end-if
           end-perform
           goback
           .
      *> The working day clipped to the span's own start on its
      *> first day and its own end on its last.
       add-business-window.
           move day-start-minute to window-start
           move day-end-minute to window-end
           if work-date-int = from-date-int
                   and from-minute > window-start
               move from-minute to window-start
           end-if
           if work-date-int = to-date-int
                   and to-minute < window-end
               move to-minute to window-end
           end-if
           if window-end > window-start
               compute out-business-minutes = out-business-minutes
                   + window-end - window-start
           end-if
           .
      *> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) fell on a
      *> Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       check-business-day.
           move "N" to business-day-sw
           compute week-day-num = mod(work-date-int, 7)
           if week-day-num = 6 or week-day-num = 0
               exit paragraph
           end-if

           if num-holidays > 0
               set holiday-idx to 1
               search holiday-date-int
                   at end
                       move "Y" to business-day-sw
                   when holiday-date-int (holiday-idx)
                           = work-date-int
                       continue
               end-search
           else
               move "Y" to business-day-sw
           end-if
           .
      *> A start or end that is not a valid HHMM, or a day that
      *> would end before it starts, keeps the default.
       load-working-day.
           move "DAY-START" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found
               move trim(cfg-value) to hhmm-text
               if hhmm-text numeric and hhmm-text(1:2) < "24"
                       and hhmm-text(3:2) < "60"
                   compute window-start = numval(hhmm-text(1:2)) * 60
                       + numval(hhmm-text(3:2))
               else
                   move day-start-minute to window-start
               end-if
           else
               move day-start-minute to window-start
           end-if
           move "DAY-END" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found
               move trim(cfg-value) to hhmm-text
               if hhmm-text numeric and hhmm-text(1:2) <= "24"
                       and hhmm-text(3:2) < "60"
                   compute window-end = numval(hhmm-text(1:2)) * 60
                       + numval(hhmm-text(3:2))
               else
                   move day-end-minute to window-end
               end-if
           else
               move day-end-minute to window-end
           end-if
           if window-end > window-start and window-end <= 1440
               move window-start to day-start-minute
               move window-end to day-end-minute
           end-if
           .
       load-holiday-calendar.
           open input holiday-calendar-file
           if not holiday-calendar-ok
               exit paragraph
           end-if
           perform until holiday-eof
               read holiday-calendar-file
                   at end
                       set holiday-eof to true
                   not at end
                       perform load-one-holiday
               end-read
           end-perform
           close holiday-calendar-file
           .
       load-one-holiday.
      *> a line tagged with a market belongs to that market's
      *> calendar, not ours
           if holiday-calendar-record = spaces
                   or holiday-calendar-record(11:) not = spaces
                   or num-holidays = 500
               exit paragraph
           end-if
           if holiday-calendar-record(5:1) not = "-"
                   or holiday-calendar-record(8:1) not = "-"
               exit paragraph
           end-if
           move holiday-calendar-record(1:4)
             to holiday-yyyymmdd(1:4)
           move holiday-calendar-record(6:2)
             to holiday-yyyymmdd(5:2)
           move holiday-calendar-record(9:2)
             to holiday-yyyymmdd(7:2)
           if holiday-yyyymmdd not numeric
               exit paragraph
           end-if
           add 1 to num-holidays
           move integer-of-date(holiday-yyyymmdd)
             to holiday-date-int (num-holidays)
           .
       end program business-hours-elapsed.

      *> Daylight-saving-aware offset lookup shared by the single-
      *> event path and batch-normalize-timestamps, so a March or
      *> November timestamp converts correctly without the twice-a-
