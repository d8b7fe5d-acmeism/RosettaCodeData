      *> display numerics on the output; for these the constant
      *> column declares the digits, with an S suffix for signed
      *> (e.g. "7S").
      *> Extracts that mix header, detail and trailer records key a
      *> map per record type.  "TYPE,name,pos,len,value,role" says
      *> a record whose bytes pos for len equal value is of type
      *> name, role H, D (the default) or T; a field line with the
      *> type name in front ("name,source-pos,...") belongs to that
      *> type's map, a type with no field lines is copied through
      *> as it stands, and the untyped lines are the default map
      *> for records no TYPE line matches.  With no default map an
      *> unmatched record is not written but reported to the
      *> conversion-error file.  One "CHECK,count-pos,count-len,
      *> hash-pos,hash-len,detail-pos,detail-len" line balances
      *> each trailer: the count and hash total it carries (at
      *> those positions of its converted record) must match the
      *> detail records converted cleanly since the file began and
      *> the sum of their converted detail-pos field.  Records the
      *> default map converts count as details.  A hash length of
      *> zero checks the count alone.
           select field-map-file
               assign to "lrecl-map.txt"
               organization is line sequential
       01 field-map-active-flag    pic x value "n".
          88 field-map-active      value "y".

       01 num-map-fields           pic 9(3).
       01 field-map-area.
           03 field-map-entry      occurs 100 times
                                    indexed by map-idx.
              05 fm-type-number    pic 99.
              05 fm-source-pos     pic 9(3).
              05 fm-source-len     pic 9(3).
              05 fm-target-pos     pic 9(3).
       01 fm-tpos-text             pic x(6).
       01 fm-tlen-text             pic x(6).
       01 fm-fill-text             pic x(4).
       01 map-keyword              pic x(20).
       01 map-line                 pic x(120).
       01 map-pointer              pic 9(3).
       01 map-type-number          pic 99.

      *> record types from the TYPE lines; type 0 is the default
      *> map, for records none of them match
       01 num-record-types         pic 99.
       01 record-type-area.
           03 record-type-entry    occurs 20 times
                                    indexed by type-idx.
              05 rt-name           pic x(20).
              05 rt-pos            pic 9(3).
              05 rt-len            pic 9(3).
              05 rt-value          pic x(40).
              05 rt-role           pic x.
                 88 rt-header      value "H".
                 88 rt-detail      value "D".
                 88 rt-trailer     value "T".
              05 rt-field-count    pic 9(3).
       01 rt-pos-text              pic x(6).
       01 rt-len-text              pic x(6).
       01 rt-role-text             pic x(4).
       01 default-map-count        pic 9(3).
       01 current-type-number      pic 99.
       01 record-type-unknown-flag pic x value "n".
          88 record-type-unknown   value "y".

      *> trailer balancing from the CHECK line, positions in the
      *> converted records
       01 check-active-flag        pic x value "n".
          88 check-active          value "y".
       01 ck-count-pos             pic 9(3).
       01 ck-count-len             pic 9(3).
       01 ck-hash-pos              pic 9(3).
       01 ck-hash-len              pic 9(3).
       01 ck-detail-pos            pic 9(3).
       01 ck-detail-len            pic 9(3).
       01 ck-text                  pic x(6) occurs 6 times.
       01 details-converted        pic 9(9).
       01 detail-hash-total        pic s9(18).
       01 trailer-count            pic 9(9).
       01 trailer-hash-total       pic s9(18).
       01 trailer-seen-flag        pic x value "n".
          88 trailer-seen          value "y".
       01 errors-before-record     pic 9(5).
       01 control-text             pic x(40).
       01 control-error-text       pic x(120).
       01 count-edited             pic z(8)9.
       01 hash-edited              pic -(18)9.

       01 mapped-text              pic x(80).
       01 copy-length              pic 9(3).
           end-if
           if conversion-error-count > 0
               display "lrecl80: " conversion-error-count
                   " conversion error(s) - see "
                   "lrecl-conversion-errors.txt" upon syserr
               move 1 to return-code
           end-if
               exit paragraph
           end-if

           move 0 to details-converted detail-hash-total
           move "n" to trailer-seen-flag
           if codepage-active
               perform copy-fixed-records
           else
           end-if

           close outfile
           if check-active and details-converted > 0
                   and not trailer-seen
               move details-converted to count-edited
               move spaces to control-error-text
               string function trim(infile-name)
                   " - no trailer record after "
                   function trim(count-edited)
                   " detail record(s)"
                   into control-error-text
               end-string
               perform write-control-error
           end-if

      *> from fixed length to normal text, outfile is now the input file
           perform readback-outfile
       transform-and-write.
           add 1 to record-number
           if field-map-active
               perform identify-record-type
               if record-type-unknown
                   perform write-unknown-type-error
                   exit paragraph
               end-if
               move conversion-error-count to errors-before-record
               perform apply-field-map
               move mapped-text to output-text
           else
           if not ok-output then
               display "error writing: " output-text upon syserr
           end-if
           if check-active and current-type-number = 0
               perform tally-detail-record
           end-if
           if check-active and current-type-number > 0
               if rt-detail(current-type-number)
                   perform tally-detail-record
               end-if
               if rt-trailer(current-type-number)
                   perform check-trailer-totals
               end-if
           end-if
           .

      *> The first TYPE line whose discriminator matches names the
      *> record's map; failing all of them the default map applies,
      *> if there is one.
       identify-record-type.
           move 0 to current-type-number
           move "n" to record-type-unknown-flag
           perform varying type-idx from 1 by 1
                   until type-idx > num-record-types
               if input-text(rt-pos(type-idx):rt-len(type-idx))
                       = rt-value(type-idx)(1:rt-len(type-idx))
                   set current-type-number to type-idx
                   exit perform
               end-if
           end-perform
           if current-type-number = 0 and num-record-types > 0
                   and default-map-count = 0
               set record-type-unknown to true
           end-if
           .
       write-unknown-type-error.
           move spaces to control-error-text
           string function trim(infile-name)
               " record " record-number
               " - unknown record type: "
               input-text(1:40)
               into control-error-text
           end-string
           perform write-control-error
           .

      *> A detail record counts toward the trailer only when every
      *> field converted and its hash field reads as a number.
       tally-detail-record.
           if conversion-error-count not = errors-before-record
               exit paragraph
           end-if
           if ck-hash-len > 0
               move spaces to control-text
               move output-text(ck-detail-pos:ck-detail-len)
                 to control-text
               if function test-numval(function trim(control-text))
                       not = 0
                   move spaces to control-error-text
                   string function trim(infile-name)
                       " record " record-number
                       " - detail hash field not numeric: "
                       function trim(control-text)
                       into control-error-text
                   end-string
                   perform write-control-error
                   exit paragraph
               end-if
               compute detail-hash-total = detail-hash-total
                   + function numval(control-text)
           end-if
           add 1 to details-converted
           .
       check-trailer-totals.
           set trailer-seen to true
           move spaces to control-text
           move output-text(ck-count-pos:ck-count-len) to control-text
           if function test-numval(function trim(control-text))
                   not = 0
               move 0 to trailer-count
           else
               compute trailer-count = function numval(control-text)
           end-if
           if trailer-count not = details-converted
               move details-converted to count-edited
               move spaces to control-error-text
               string function trim(infile-name)
                   " record " record-number
                   " - trailer count "
                   function trim(control-text)
                   " but " function trim(count-edited)
                   " detail record(s) converted"
                   into control-error-text
               end-string
               perform write-control-error
           end-if

           if ck-hash-len > 0
               move spaces to control-text
               move output-text(ck-hash-pos:ck-hash-len)
                 to control-text
               if function test-numval(function trim(control-text))
                       not = 0
                   move 0 to trailer-hash-total
               else
                   compute trailer-hash-total =
                       function numval(control-text)
               end-if
               if trailer-hash-total not = detail-hash-total
                   move detail-hash-total to hash-edited
                   move spaces to control-error-text
                   string function trim(infile-name)
                       " record " record-number
                       " - trailer hash total "
                       function trim(control-text)
                       " but details total "
                       function trim(hash-edited)
                       into control-error-text
                   end-string
                   perform write-control-error
               end-if
           end-if
           .

       readback-outfile.
                   at end
                       move '10' to field-map-status
                   not at end
                       perform load-one-map-line
               end-read
           end-perform
           close field-map-file
           if num-map-fields > 0 or num-record-types > 0
               set field-map-active to true
           end-if
           .

      *> A line's first field says what it is: TYPE or CHECK, a
      *> declared type name, or a number - the source position of
      *> a default-map field, as every line was before types.
       load-one-map-line.
           if field-map-record = spaces
               exit paragraph
           end-if
           move spaces to map-keyword
           move 1 to map-pointer
           unstring field-map-record delimited by ","
               into map-keyword
               with pointer map-pointer
           end-unstring
           move function upper-case(map-keyword) to map-keyword
           evaluate true
               when map-keyword = "TYPE"
                   perform load-one-record-type
               when map-keyword = "CHECK"
                   perform load-check-line
               when function test-numval(function trim(map-keyword))
                       = 0
                   move 0 to map-type-number
                   move field-map-record to map-line
                   perform load-one-map-field
               when other
                   perform find-map-type
                   if map-type-number = 0
                       display "lrecl80: map line ignored - type "
                           "not declared by an earlier TYPE line: "
                           function trim(field-map-record)
                           upon syserr
                   else
                       move spaces to map-line
                       move field-map-record(map-pointer:)
                         to map-line
                       perform load-one-map-field
                   end-if
           end-evaluate
           .
       find-map-type.
           move 0 to map-type-number
           perform varying type-idx from 1 by 1
                   until type-idx > num-record-types
               if rt-name(type-idx) = map-keyword
                   set map-type-number to type-idx
                   exit perform
               end-if
           end-perform
           .
       load-one-record-type.
           if num-record-types = 20
               display "lrecl80: map line ignored - more than 20 "
                   "record types: " function trim(field-map-record)
                   upon syserr
               exit paragraph
           end-if
           add 1 to num-record-types
           move spaces to rt-name(num-record-types) rt-pos-text
               rt-len-text rt-value(num-record-types) rt-role-text
           unstring field-map-record delimited by ","
               into map-keyword, rt-name(num-record-types),
                   rt-pos-text, rt-len-text,
                   rt-value(num-record-types), rt-role-text
           move function upper-case(rt-name(num-record-types))
             to rt-name(num-record-types)
           compute rt-pos(num-record-types) =
               function numval(rt-pos-text)
           compute rt-len(num-record-types) =
               function numval(rt-len-text)
           move function upper-case(rt-role-text(1:1))
             to rt-role(num-record-types)
           if rt-role(num-record-types) = space
               set rt-detail(num-record-types) to true
           end-if
           move 0 to rt-field-count(num-record-types)
           if rt-pos(num-record-types) = 0
               or rt-len(num-record-types) = 0
               or rt-len(num-record-types) > 40
               or rt-pos(num-record-types)
                   + rt-len(num-record-types) > 161
               or not (rt-header(num-record-types)
                   or rt-detail(num-record-types)
                   or rt-trailer(num-record-types))
               display "lrecl80: map line ignored - bad record "
                   "type: " function trim(field-map-record)
                   upon syserr
               subtract 1 from num-record-types
           end-if
           .
       load-check-line.
           move spaces to ck-text(1) ck-text(2) ck-text(3)
               ck-text(4) ck-text(5) ck-text(6)
           unstring field-map-record delimited by ","
               into map-keyword, ck-text(1), ck-text(2), ck-text(3),
                   ck-text(4), ck-text(5), ck-text(6)
           compute ck-count-pos = function numval(ck-text(1))
           compute ck-count-len = function numval(ck-text(2))
           compute ck-hash-pos = function numval(ck-text(3))
           compute ck-hash-len = function numval(ck-text(4))
           compute ck-detail-pos = function numval(ck-text(5))
           compute ck-detail-len = function numval(ck-text(6))
           if ck-count-pos = 0 or ck-count-len = 0
               or ck-count-len > 18
               or ck-count-pos + ck-count-len > 81
               or (ck-hash-len > 0
                   and (ck-hash-pos = 0 or ck-hash-len > 19
                   or ck-hash-pos + ck-hash-len > 81
                   or ck-detail-pos = 0 or ck-detail-len = 0
                   or ck-detail-len > 19
                   or ck-detail-pos + ck-detail-len > 81))
               display "lrecl80: map line ignored - bad CHECK "
                   "positions: " function trim(field-map-record)
                   upon syserr
               exit paragraph
           end-if
           set check-active to true
           .
       load-one-map-field.
           if num-map-fields = 100
               exit paragraph
           end-if
           move spaces to fm-spos-text fm-slen-text fm-tpos-text
               fm-tlen-text fm-fill-text
           add 1 to num-map-fields
           move map-type-number to fm-type-number(num-map-fields)
           move spaces to fm-constant(num-map-fields)
           unstring map-line delimited by ","
               into fm-spos-text, fm-slen-text, fm-tpos-text,
                   fm-tlen-text, fm-fill-text,
                   fm-constant(num-map-fields)
                   "field: " function trim(field-map-record)
                   upon syserr
               subtract 1 from num-map-fields
               exit paragraph
           end-if
           if map-type-number = 0
               add 1 to default-map-count
           else
               add 1 to rt-field-count(map-type-number)
           end-if
           .
       parse-signed-digits.
      *> simply have no map line, and new fields arrive as spaces,
      *> zeros or a constant.
       apply-field-map.
           if current-type-number > 0
               if rt-field-count(current-type-number) = 0
                   move input-text(1:80) to mapped-text
                   exit paragraph
               end-if
           end-if
           move spaces to mapped-text
           perform varying map-idx from 1 by 1
                   until map-idx > num-map-fields
               if fm-type-number(map-idx) = current-type-number
                   perform apply-one-map-field
               end-if
           end-perform
           .
       apply-one-map-field.
           evaluate fm-fill(map-idx)
               when "S"
                   continue
               when "Z"
                   move all "0" to mapped-text(
                       fm-target-pos(map-idx):
                       fm-target-len(map-idx))
               when "C"
                   move fm-constant(map-idx) to mapped-text(
                       fm-target-pos(map-idx):
                       fm-target-len(map-idx))
               when "P"
                   perform unpack-packed-field
               when "B"
                   perform unpack-binary-field
               when other
                   perform copy-one-mapped-field
           end-evaluate
           .
      *> COMP-3: two digits per byte, the final nibble the sign
      *> (C or F positive, D negative).  A digit nibble above 9, or
      *> a sign nibble below A, is not packed data - the field goes
           .
       write-conversion-error.
           add 1 to conversion-error-count
           perform open-conversion-errors
           if not conversion-errors-open
               exit paragraph
           end-if
           move spaces to conversion-error-line
           string function trim(infile-name)
           end-string
           write conversion-error-line
           .
       write-control-error.
           add 1 to conversion-error-count
           perform open-conversion-errors
           if not conversion-errors-open
               exit paragraph
           end-if
           move control-error-text to conversion-error-line
           write conversion-error-line
           .
       open-conversion-errors.
           if not conversion-errors-open
               open output conversion-error-file
               if conversion-error-ok
                   set conversion-errors-open to true
               end-if
           end-if
           .
       copy-one-mapped-field.
           if fm-source-pos(map-idx) = 0
               or fm-source-len(map-idx) = 0
             to mapped-text(fm-target-pos(map-idx):copy-length)
           .
       end program lrecl80.

      *> Mainframe upload of the CSV program's output.  The ledger
      *> team used to paste new.csv.txt into a fixed-format
      *> template by hand; this writes it as genuine 80-byte
      *> records instead, laid out by csv-upload-map.txt, with a
      *> header/trailer pair the mainframe job balances against.
      *>
      *> The map is lrecl-map.txt's layout with the CSV line's
      *> record type in front and a CSV field number in place of
      *> the source position and length:
      *>     "type,field,target-pos,target-len,fill,constant"
      *> type is D for a data row, G for a GROUP subtotal line and
      *> T for the TOTAL line.  field counts from 1 (the GROUP and
      *> TOTAL literals are field 1 of their lines).  fill is blank
      *> to copy the field's text, S for spaces, Z for zeros, C to
      *> plant the constant, N for a zoned numeric and P for a
      *> packed (COMP-3) one - for N and P the constant column
      *> declares the digits, with an S suffix for signed ("9S"),
      *> the same way the input side's P and B fields do.  A signed
      *> zoned field carries its sign overpunched on the last digit.
      *> The map should plant a record code of its own in 1-3 so
      *> data records never read as HDR or TRL.
      *>
      *> Header, first record:
      *>     1-3 "HDR", 4-11 date YYYYMMDD, 12-17 time HHMMSS,
      *>     18-57 source file name
      *> Trailer, last record:
      *>     1-3 "TRL", 4-12 records between header and trailer,
      *>     13-21 data rows, 22-36 hash total of the data rows'
      *>     aggregate (their last field), 37-45 and 46-60 the row
      *>     count and grand total from the TOTAL line
      *> Only the last TOTAL line is exported: an append-mode day
      *> leaves earlier, superseded ones above it.  Rows that do
      *> not balance to that TOTAL line end the run non-zero.
       identification division.
       program-id. csv-upload.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select csv-output-file
               assign to "new.csv.txt"
               organization is line sequential
               file status is csv-output-status
           .
           select upload-map-file
               assign to "csv-upload-map.txt"
               organization is line sequential
               file status is upload-map-status
           .
           select upload-file
               assign to "csv-upload.dat"
               organization is sequential
               file status is upload-status
           .
           select upload-error-file
               assign to "csv-upload-errors.txt"
               organization is line sequential
               file status is upload-error-status
           .

       data division.
       file section.
       fd csv-output-file.
           01 csv-output-line pic x(80).

       fd upload-map-file.
           01 upload-map-record pic x(120).

       fd upload-file.
           01 upload-record pic x(80).
           01 upload-header-record.
              03 uh-record-code      pic x(3).
              03 uh-date             pic x(8).
              03 uh-time             pic x(6).
              03 uh-source           pic x(40).
              03 filler              pic x(23).
           01 upload-trailer-record.
              03 ut-record-code      pic x(3).
              03 ut-record-count     pic 9(9).
              03 ut-data-rows        pic 9(9).
              03 ut-hash-total       pic 9(15).
              03 ut-total-rows       pic 9(9).
              03 ut-total-amount     pic 9(15).
              03 filler              pic x(20).

       fd upload-error-file.
           01 upload-error-line pic x(120).

       working-storage section.
       01 csv-output-status        pic xx.
          88 csv-output-ok         values '00' thru '09'.
       01 upload-map-status        pic xx.
          88 upload-map-ok         values '00' thru '09'.
       01 upload-status            pic xx.
          88 upload-ok             values '00' thru '09'.
       01 upload-error-status      pic xx.
          88 upload-error-ok       values '00' thru '09'.
       01 upload-errors-open-flag  pic x value "n".
          88 upload-errors-open    value "y".

       01 num-upload-map           pic 99.
       01 upload-map-area.
           03 upload-map-entry     occurs 60 times
                                    indexed by umap-idx.
              05 um-type           pic x.
              05 um-field          pic 99.
              05 um-target-pos     pic 9(3).
              05 um-target-len     pic 9(3).
              05 um-fill           pic x.
              05 um-constant       pic x(40).
              05 um-digits         pic 99.
              05 um-signed-flag    pic x.
                 88 um-signed      value "S".

       01 um-type-text             pic x(4).
       01 um-field-text            pic x(6).
       01 um-tpos-text             pic x(6).
       01 um-tlen-text             pic x(6).
       01 um-fill-text             pic x(4).
       01 um-digits-text           pic x(6).

      *> the current CSV line, split honoring quoted fields
       01 upload-field-count       pic 99.
       01 upload-fields.
           03 upload-field         pic x(40) occurs 12 times.
       01 split-pos                pic 99.
       01 split-len                pic 99.
       01 split-char               pic x.
       01 field-char-count         pic 99.
       01 in-quotes-flag           pic x.
          88 in-quotes             value "y".
       01 quote-mark               pic x value '"'.

       01 line-number              pic 9(7).
       01 last-total-line          pic 9(7).
       01 line-type                pic x.
       01 line-mapped-flag         pic x.
          88 line-mapped           value "y".
       01 mapped-record            pic x(80).

       01 records-written          pic 9(9).
       01 data-rows                pic 9(9).
       01 hash-total               pic 9(15).
       01 total-rows               pic 9(9).
       01 total-amount             pic 9(15).
       01 total-line-found-flag    pic x value "n".
          88 total-line-found      value "y".
       01 unmapped-lines           pic 9(7).
       01 upload-error-count       pic 9(5).

       01 numeric-value            pic s9(18).
       01 numeric-bad-flag         pic x.
          88 numeric-bad           value "y".
       01 numeric-digits           pic 9(19).
       01 zoned-text               pic x(19).
       01 overpunch-positive       pic x(10) value "{ABCDEFGHI".
       01 overpunch-negative       pic x(10) value "}JKLMNOPQR".
       01 last-digit               pic 9.
       01 pack-bytes               pic 99.
       01 pack-digit-count         pic 99.
       01 pack-idx                 pic 99.
       01 pack-high                pic 99.
       01 pack-low                 pic 99.
       01 pack-sign                pic 99.
       01 copy-length              pic 9(3).

      *> Standard run-history bookkeeping shared across the suite.
       01 rh-program-name          pic x(20) value "csv-upload".
       01 rh-phase                 pic x(5).
       01 rh-records-in            pic 9(8).
       01 rh-records-out           pic 9(8).
       01 rh-return-code           pic s9(4).

       procedure division.
       main-line.
           move "START" to rh-phase
           move zero to rh-records-in rh-records-out rh-return-code
           call "run-history" using rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           perform load-upload-map
           if num-upload-map = 0
               display "csv-upload: no usable lines in "
                   "csv-upload-map.txt - nothing exported."
                   upon syserr
               move 1 to return-code
               perform finish-run-history
               goback
           end-if

      *> first pass: where the trusted TOTAL line sits
           open input csv-output-file
           if not csv-output-ok
               display "csv-upload: new.csv.txt could not be "
                   "opened - nothing exported." upon syserr
               move 1 to return-code
               perform finish-run-history
               goback
           end-if
           move 0 to line-number last-total-line
           perform until exit
               read csv-output-file
                   at end
                       exit perform
               end-read
               add 1 to line-number
               if csv-output-line(1:6) = "TOTAL,"
                   move line-number to last-total-line
               end-if
           end-perform
           close csv-output-file

           open input csv-output-file
           open output upload-file
           if not upload-ok
               display "csv-upload: csv-upload.dat could not be "
                   "opened - nothing exported." upon syserr
               close csv-output-file
               move 1 to return-code
               perform finish-run-history
               goback
           end-if

           move spaces to upload-header-record
           move "HDR" to uh-record-code
           move current-date(1:8) to uh-date
           move current-date(9:6) to uh-time
           move "new.csv.txt" to uh-source
           write upload-header-record

      *> the first line is the column-name header, never data
           move 0 to line-number
           perform until exit
               read csv-output-file
                   at end
                       exit perform
               end-read
               add 1 to line-number
               if line-number > 1
                   perform export-one-line
               end-if
           end-perform
           close csv-output-file

           move spaces to upload-trailer-record
           move "TRL" to ut-record-code
           move records-written to ut-record-count
           move data-rows to ut-data-rows
           move hash-total to ut-hash-total
           move total-rows to ut-total-rows
           move total-amount to ut-total-amount
           write upload-trailer-record
           close upload-file

           if upload-errors-open
               close upload-error-file
           end-if

           display "csv-upload: " records-written " record(s) "
               "exported, " data-rows " data row(s), hash total "
               hash-total "."
           if unmapped-lines > 0
               display "csv-upload: " unmapped-lines " line(s) "
                   "skipped - no map lines for their type."
                   upon syserr
           end-if
           if upload-error-count > 0
               display "csv-upload: " upload-error-count
                   " field conversion error(s) - see "
                   "csv-upload-errors.txt" upon syserr
               move 1 to return-code
           end-if
           if not total-line-found
                   or data-rows not = total-rows
                   or hash-total not = total-amount
               display "csv-upload: data rows do not balance to "
                   "the TOTAL line - the upload will not balance."
                   upon syserr
               move 1 to return-code
           end-if
           perform finish-run-history
           goback
           .
       finish-run-history.
           move "END" to rh-phase
           move line-number to rh-records-in
           move records-written to rh-records-out
           move return-code to rh-return-code
           call "run-history" using rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
           move rh-return-code to return-code
           .
      *> Classify the line, tally it for the trailer and write it
      *> through the map lines for its type.
       export-one-line.
           if csv-output-line = spaces
               exit paragraph
           end-if
           perform split-upload-line
           evaluate true
               when upload-field(1) = "TOTAL"
                   if line-number not = last-total-line
                       exit paragraph
                   end-if
                   move "T" to line-type
                   set total-line-found to true
                   compute total-rows = numval(upload-field(2))
                   compute total-amount = numval(upload-field(3))
               when upload-field(1) = "GROUP"
                   move "G" to line-type
               when other
                   move "D" to line-type
                   add 1 to data-rows
                   if test-numval(trim(
                           upload-field(upload-field-count))) = 0
                       compute hash-total = hash-total
                           + numval(upload-field(upload-field-count))
                   end-if
           end-evaluate

           move spaces to mapped-record
           move "n" to line-mapped-flag
           perform varying umap-idx from 1 by 1
                   until umap-idx > num-upload-map
               if um-type(umap-idx) = line-type
                   set line-mapped to true
                   perform place-one-upload-field
               end-if
           end-perform
           if not line-mapped
               add 1 to unmapped-lines
               exit paragraph
           end-if

           move mapped-record to upload-record
           write upload-record
           if upload-ok
               add 1 to records-written
           else
               display "csv-upload: error writing line "
                   line-number upon syserr
           end-if
           .
       split-upload-line.
           move spaces to upload-fields
           move 0 to upload-field-count
           compute split-len = length(trim(csv-output-line trailing))
           move 1 to upload-field-count
           move 0 to field-char-count
           move "n" to in-quotes-flag
           perform varying split-pos from 1 by 1
                   until split-pos > split-len
               move csv-output-line(split-pos:1) to split-char
               evaluate true
                   when split-char = quote-mark and in-quotes
                       if split-pos < split-len
                           and csv-output-line(split-pos + 1:1)
                               = quote-mark
                           perform append-split-char
                           add 1 to split-pos
                       else
                           move "n" to in-quotes-flag
                       end-if
                   when split-char = quote-mark
                       set in-quotes to true
                   when split-char = "," and not in-quotes
                       if upload-field-count < 12
                           add 1 to upload-field-count
                           move 0 to field-char-count
                       end-if
                   when other
                       perform append-split-char
               end-evaluate
           end-perform
           .
       append-split-char.
           if field-char-count < 40
               add 1 to field-char-count
               move split-char to upload-field(upload-field-count)
                   (field-char-count:1)
           end-if
           .
       place-one-upload-field.
           evaluate um-fill(umap-idx)
               when "S"
                   continue
               when "Z"
                   move all "0" to mapped-record(
                       um-target-pos(umap-idx):
                       um-target-len(umap-idx))
               when "C"
                   move um-constant(umap-idx) to mapped-record(
                       um-target-pos(umap-idx):
                       um-target-len(umap-idx))
               when "N"
                   perform get-numeric-field
                   if not numeric-bad
                       perform place-zoned-field
                   end-if
               when "P"
                   perform get-numeric-field
                   if not numeric-bad
                       perform place-packed-field
                   end-if
               when other
                   perform copy-one-upload-field
           end-evaluate
           .
       copy-one-upload-field.
           if um-field(umap-idx) = 0
                   or um-field(umap-idx) > upload-field-count
               exit paragraph
           end-if
           move um-target-len(umap-idx) to copy-length
           if copy-length > 40
               move 40 to copy-length
           end-if
           move upload-field(um-field(umap-idx))(1:copy-length)
             to mapped-record(um-target-pos(umap-idx):copy-length)
           .
      *> The field as a whole number within its declared digits; a
      *> missing or non-numeric field, a negative value in an
      *> unsigned field, or one too wide for its digits is an error.
       get-numeric-field.
           move "n" to numeric-bad-flag
           move 0 to numeric-value
           if um-field(umap-idx) = 0
                   or um-field(umap-idx) > upload-field-count
               set numeric-bad to true
           else
               if test-numval(trim(
                       upload-field(um-field(umap-idx)))) not = 0
                   set numeric-bad to true
               else
                   compute numeric-value rounded =
                       numval(upload-field(um-field(umap-idx)))
               end-if
           end-if
           if not numeric-bad
               if numeric-value < 0 and not um-signed(umap-idx)
                   set numeric-bad to true
               end-if
               if abs(numeric-value) >= 10 ** um-digits(umap-idx)
                   set numeric-bad to true
               end-if
           end-if
           if numeric-bad
               perform write-upload-error
           end-if
           .
      *> Display digits, zero padded, the sign overpunched on the
      *> last digit when the field is signed.
       place-zoned-field.
           if um-digits(umap-idx) > um-target-len(umap-idx)
               perform write-upload-error
               exit paragraph
           end-if
           move abs(numeric-value) to numeric-digits
           move numeric-digits(20 - um-digits(umap-idx):
               um-digits(umap-idx)) to zoned-text
           if um-signed(umap-idx)
               move numeric-digits(19:1) to last-digit
               if numeric-value < 0
                   move overpunch-negative(last-digit + 1:1)
                     to zoned-text(um-digits(umap-idx):1)
               else
                   move overpunch-positive(last-digit + 1:1)
                     to zoned-text(um-digits(umap-idx):1)
               end-if
           end-if
           move zoned-text(1:um-digits(umap-idx)) to mapped-record(
               um-target-pos(umap-idx):um-digits(umap-idx))
           .
      *> COMP-3: two digits a byte, the last nibble the sign - C
      *> or D when the field is signed, F when it is not.
       place-packed-field.
           compute pack-bytes = um-digits(umap-idx) / 2 + 1
           if pack-bytes > um-target-len(umap-idx)
               perform write-upload-error
               exit paragraph
           end-if
           compute pack-digit-count = pack-bytes * 2 - 1
           move abs(numeric-value) to numeric-digits
           evaluate true
               when not um-signed(umap-idx)
                   move 15 to pack-sign
               when numeric-value < 0
                   move 13 to pack-sign
               when other
                   move 12 to pack-sign
           end-evaluate
           perform varying pack-idx from 1 by 1
                   until pack-idx > pack-bytes
               move numeric-digits(20 - pack-digit-count
                   + (pack-idx - 1) * 2:1) to pack-high
               if pack-idx < pack-bytes
                   move numeric-digits(21 - pack-digit-count
                       + (pack-idx - 1) * 2:1) to pack-low
               else
                   move pack-sign to pack-low
               end-if
               move char(pack-high * 16 + pack-low + 1)
                 to mapped-record(
                     um-target-pos(umap-idx) + pack-idx - 1:1)
           end-perform
           .
       write-upload-error.
           add 1 to upload-error-count
           if not upload-errors-open
               open output upload-error-file
               if upload-error-ok
                   set upload-errors-open to true
               else
                   exit paragraph
               end-if
           end-if
           move spaces to upload-error-line
           string "new.csv.txt line " line-number
               " field " um-field(umap-idx)
               " type " um-fill(umap-idx)
               " - not a " um-digits(umap-idx)
               "-digit value that fits its target: "
               trim(upload-field(um-field(umap-idx)))
               into upload-error-line
           end-string
           write upload-error-line
           .
       load-upload-map.
           move 0 to num-upload-map
           open input upload-map-file
           if not upload-map-ok
               exit paragraph
           end-if
           perform until exit
               read upload-map-file
                   at end
                       exit perform
               end-read
               perform load-one-upload-map-line
           end-perform
           close upload-map-file
           .
       load-one-upload-map-line.
           if upload-map-record = spaces or num-upload-map = 60
               exit paragraph
           end-if
           move spaces to um-type-text um-field-text um-tpos-text
               um-tlen-text um-fill-text
           add 1 to num-upload-map
           move spaces to um-constant(num-upload-map)
           unstring upload-map-record delimited by ","
               into um-type-text, um-field-text, um-tpos-text,
                   um-tlen-text, um-fill-text,
                   um-constant(num-upload-map)
           move upper-case(um-type-text(1:1))
             to um-type(num-upload-map)
           compute um-field(num-upload-map) = numval(um-field-text)
           compute um-target-pos(num-upload-map) =
               numval(um-tpos-text)
           compute um-target-len(num-upload-map) =
               numval(um-tlen-text)
           move upper-case(um-fill-text(1:1))
             to um-fill(num-upload-map)

           move 0 to um-digits(num-upload-map)
           move space to um-signed-flag(num-upload-map)
           if um-fill(num-upload-map) = "N"
               or um-fill(num-upload-map) = "P"
               move spaces to um-digits-text
               unstring um-constant(num-upload-map)
                   delimited by "S" or "s" into um-digits-text
               if um-digits-text not = um-constant(num-upload-map)
                   set um-signed(num-upload-map) to true
               end-if
               if test-numval(trim(um-digits-text)) = 0
                   compute um-digits(num-upload-map) =
                       numval(um-digits-text)
               end-if
               if um-digits(num-upload-map) = 0
                   or um-digits(num-upload-map) > 18
                   display "csv-upload: map line ignored - N/P "
                       "needs a digit count 1-18: "
                       trim(upload-map-record) upon syserr
                   subtract 1 from num-upload-map
                   exit paragraph
               end-if
           end-if

           if um-type(num-upload-map) not = "D"
                   and um-type(num-upload-map) not = "G"
                   and um-type(num-upload-map) not = "T"
               display "csv-upload: map line ignored - type must "
                   "be D, G or T: " trim(upload-map-record)
                   upon syserr
               subtract 1 from num-upload-map
               exit paragraph
           end-if

           if um-target-pos(num-upload-map) = 0
               or um-target-len(num-upload-map) = 0
               or um-target-pos(num-upload-map)
                   + um-target-len(num-upload-map) > 81
               display "csv-upload: map line ignored - bad target "
                   "field: " trim(upload-map-record) upon syserr
               subtract 1 from num-upload-map
           end-if
           .
       end program csv-upload.
