           organization is line sequential
           status is similarity-threshold-status.

      *> A new hire is keyed by job code alone; the role template
      *> for the code, one "job-code:shell:homedir-pattern:gid:
      *> group,group,..." line per role, supplies the rest.  %u in
      *> the homedir pattern stands for the account, and a pattern
      *> without it is taken as the parent directory.
           select role-template-file
           assign to "role-templates.txt"
           organization is line sequential
           status is role-template-status.

      *> The role's groups go to group-maint as ADDMEM transactions,
      *> the same queue hr-feed-processor feeds.
           select group-trans-file
           assign to "groups-transactions.txt"
           organization is line sequential
           status is group-trans-status.

      *> "account:job-code" - the role each account was provisioned
      *> under, so a later transfer knows which groups to take away.
           select account-roles-file
           assign to "account-roles.txt"
           organization is line sequential
           status is account-roles-status.

      *> Keyed shadow of pass-file's account column, used for O(1)
      *> duplicate-account lookups instead of a linear scan of the
      *> flat file.  The flat file itself stays line sequential so its
       01 similarity-threshold-record
                                pic x(10).

       fd role-template-file.
       01 role-template-record  pic x(512).

       fd group-trans-file.
       01 group-trans-record    pic x(120).

       fd account-roles-file.
       01 account-roles-record  pic x(100).

       working-storage section.
       01 review-status         pic xx.
          88 review-ok          values '00' thru '09'.
          88 similarity-threshold-ok
                                values '00' thru '09'.
       01 similarity-threshold  pic 9v9(8) value 0.93.
       01 role-template-status  pic xx.
          88 role-template-ok   values '00' thru '09'.
       01 role-template-eof-flag
                                pic x value 'N'.
          88 role-template-eof  value 'Y'.
       01 group-trans-status    pic xx.
          88 group-trans-ok     values '00' thru '09'.
       01 account-roles-status  pic xx.
          88 account-roles-ok   values '00' thru '09'.
       01 role-count            pic 9(3).
       01 role-table.
          05 role-entry         occurs 100 times
                                 indexed by role-idx.
             10 rl-job-code     pic x(16).
             10 rl-shell        pic x(64).
             10 rl-homedir      pic x(128).
             10 rl-gid-text     pic x(8).
             10 rl-groups       pic x(256).
       01 job-code              pic x(16).
       01 role-found-flag       pic x value 'N'.
          88 role-found         value 'Y'.
       01 homedir-head          pic x(128).
       01 homedir-tail          pic x(128).
       01 homedir-marker        pic x(2).
       01 role-group-scan       pic x(256).
       01 role-group-name       pic x(32).
       01 role-group-pos        pic 9(4).
       01 record-written-flag   pic x value 'N'.
          88 record-written     value 'Y'.
       01 screen-target-fullname pic x(255).
       01 screen-target-email   pic x(255).
       01 screen-existing       pic x(255).
             88 acct-terminated
                                value "T".
          05 termination-date  pic x(10) value spaces.
          05 passwd-changed-date
                               pic x(10) value spaces.

       77 colon                pic x value ":".
       77 comma-mark           pic x value ",".

       01 id-range-flag        pic x value "N".
          88 id-out-of-range   value "Y".
       01 uid-taken-flag       pic x value "N".
          88 uid-taken         value "Y".
      *> a uid id-allocator handed out is already held; one given
      *> explicitly must still be checked free
       01 uid-alloc-flag       pic x value "N".
          88 uid-allocated     value "Y".
      *> uid/gid allocation and range checks; a new hire's uid
      *> comes from id-allocator out of its account type's range,
      *> and every uid/gid must sit inside some configured range
       01 alloc-action          pic x.
       01 alloc-kind            pic x.
       01 alloc-type            pic x(16).
       01 alloc-id              pic 9(5).
       01 alloc-result-flag     pic x.
          88 alloc-ok           value "Y".
       01 alloc-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).
       01 account-type          pic x(16).

       01 overflow-flag        pic x value "N".
          88 string-overflow   value "Y".
       move "/home/xyz" to homedir
       move "/bin/bash" to shell

       move "N" to uid-alloc-flag
       perform append-one-record
       .

           exit paragraph
       end-if

       perform check-uid-free
       if uid-taken then
           display "error: uid " trim(uid leading) " for account "
                   trim(account trailing) " is in use or in "
                   "quarantine" upon syserr
           move 1 to return-code
           exit paragraph
       end-if

       perform check-shell-homedir
       if shell-homedir-invalid then
           display "error: account " account " has a disallowed "
      *> **********************
       check-id-range.
       move "N" to id-range-flag
       move "V" to alloc-action
       move "U" to alloc-kind
       move numval(uid) to alloc-id
       call "id-allocator" using alloc-action, alloc-kind,
           alloc-type, alloc-id, alloc-result-flag,
           alloc-range-stats
       if not alloc-ok then
           set id-out-of-range to true
       end-if
       move "G" to alloc-kind
       move numval(gid) to alloc-id
       call "id-allocator" using alloc-action, alloc-kind,
           alloc-type, alloc-id, alloc-result-flag,
           alloc-range-stats
       if not alloc-ok then
           set id-out-of-range to true
       end-if
       .

      *> **********************
       check-uid-free.
       move "N" to uid-taken-flag
       if uid-allocated then
           exit paragraph
       end-if
       move "F" to alloc-action
       move "U" to alloc-kind
       move numval(uid) to alloc-id
       call "id-allocator" using alloc-action, alloc-kind,
           alloc-type, alloc-id, alloc-result-flag,
           alloc-range-stats
       if not alloc-ok then
           set uid-taken to true
       end-if
       .

      *> **********************
      *> **********************
      *> Run every new hire named in the new-hire feed file, if one is
      *> present, through the same duplicate/range checks and write
      *> pipeline used for a single append-record.  Feed lines are
      *> "account:passwd:account-type:job-code:fullname:office:
      *> extension:homephone:email"; the uid is allocated out of the
      *> account type's range (STAFF when blank), gid, homedir and
      *> shell come from the job code's role template, and a code
      *> with no template is rejected rather than guessed at.
       process-new-hires.
       open input new-hire-file
       move "open input" to file-action
               move 1 to return-code
               exit paragraph
           end-if
           move spaces to dryrun-report-line
           call "report-environment" using dryrun-report-line
           write dryrun-report-line
       end-if

       perform load-role-templates

       if not dryrun-mode
           perform load-similarity-threshold
           open extend review-file
       perform read-new-hire-record
       perform until new-hire-eof
           perform load-new-hire-fields
           perform apply-role-template
           if role-found
               perform allocate-new-hire-uid
           end-if
           evaluate true
               when not role-found
                   perform reject-unknown-job-code
               when not alloc-ok
                   perform reject-no-free-uid
               when dryrun-mode
                   perform dryrun-one-record
               when other
                   perform screen-near-duplicate
                   if screen-suspect
                       perform write-review-line
                   else
                       perform post-one-new-hire
                   end-if
           end-evaluate
           perform read-new-hire-record
       end-perform

       end-if
       .

      *> **********************
       load-role-templates.
       move zero to role-count
       open input role-template-file
       if not role-template-ok then
           exit paragraph
       end-if
       perform until role-template-eof
           read role-template-file
               at end
                   set role-template-eof to true
               not at end
                   if role-template-record not = spaces
                       and role-count < 100
                       add 1 to role-count
                       unstring role-template-record
                           delimited by colon
                           into rl-job-code(role-count),
                               rl-shell(role-count),
                               rl-homedir(role-count),
                               rl-gid-text(role-count),
                               rl-groups(role-count)
                   end-if
           end-read
       end-perform
       close role-template-file
       .

      *> **********************
      *> Fills gid, homedir and shell from the job code's template.
      *> The append-one-record checks then vet the template's values
      *> exactly as they vetted hand-keyed ones, so a bad template
      *> is caught the first time it is used.
       apply-role-template.
       move 'N' to role-found-flag
       perform varying role-idx from 1 by 1
               until role-idx > role-count
           if rl-job-code(role-idx) = job-code
               set role-found to true
               exit perform
           end-if
       end-perform
       if not role-found then
           exit paragraph
       end-if

       move rl-shell(role-idx) to shell
       if test-numval(trim(rl-gid-text(role-idx))) = 0
           move numval(rl-gid-text(role-idx)) to gid
       else
           move zero to gid
       end-if

       move spaces to homedir-head homedir-tail homedir-marker
       unstring rl-homedir(role-idx) delimited by "%u"
           into homedir-head delimiter in homedir-marker
               homedir-tail
       move spaces to homedir
       if homedir-marker = spaces
           string homedir-head delimited by space
               "/" account delimited by space
               into homedir
           end-string
       else
           string homedir-head delimited by space
               account delimited by space
               homedir-tail delimited by space
               into homedir
           end-string
       end-if
       .

      *> **********************
       allocate-new-hire-uid.
       move "N" to uid-alloc-flag
       move "A" to alloc-action
       move "U" to alloc-kind
       move account-type to alloc-type
       call "id-allocator" using alloc-action, alloc-kind,
           alloc-type, alloc-id, alloc-result-flag,
           alloc-range-stats
       if alloc-ok
           move alloc-id to uid
           set uid-allocated to true
       end-if
       .

      *> **********************
       reject-no-free-uid.
       if dryrun-mode
           add 1 to dryrun-would-reject
           move spaces to dryrun-report-line
           string "REJECT " trim(account trailing)
               " - no free uid in the " trim(account-type)
               " range"
               into dryrun-report-line
           end-string
           write dryrun-report-line
       else
           display "error: account " trim(account trailing)
                   " - no free uid in the " trim(account-type)
                   " range" upon syserr
           move 1 to return-code
       end-if
       .

      *> **********************
       reject-unknown-job-code.
       if dryrun-mode
           add 1 to dryrun-would-reject
           move spaces to dryrun-report-line
           string "REJECT " trim(account trailing)
               " - job code " trim(job-code)
               " has no role template"
               into dryrun-report-line
           end-string
           write dryrun-report-line
       else
           display "error: account " trim(account trailing)
                   " - job code " trim(job-code)
                   " has no role template" upon syserr
           move 1 to return-code
       end-if
       .

      *> **********************
      *> The append-one-record pipeline, then the role's groups and
      *> the account's job code once the record is actually on the
      *> passfile.
       post-one-new-hire.
       move 'N' to record-written-flag
       perform append-one-record
       if record-written
           perform queue-role-groups
           perform record-account-role
       end-if
       .

      *> **********************
       queue-role-groups.
       if rl-groups(role-idx) = spaces then
           exit paragraph
       end-if
       open extend group-trans-file
       if not group-trans-ok then
           open output group-trans-file
       end-if
       if not group-trans-ok then
           display "error: groups-transactions.txt could not be "
                   "opened - groups for account "
                   trim(account trailing) " not queued" upon syserr
           move 1 to return-code
           exit paragraph
       end-if

       move rl-groups(role-idx) to role-group-scan
       move 1 to role-group-pos
       perform until role-group-pos > 256
           move spaces to role-group-name
           unstring role-group-scan delimited by ","
               into role-group-name with pointer role-group-pos
           end-unstring
           if role-group-name = spaces then
               exit perform
           end-if
           move spaces to group-trans-record
           string "ADDMEM" colon trim(role-group-name) colon
               trim(account trailing)
               into group-trans-record
           end-string
           write group-trans-record
       end-perform
       close group-trans-file
       .

      *> **********************
       record-account-role.
       open extend account-roles-file
       if not account-roles-ok then
           open output account-roles-file
       end-if
       if not account-roles-ok then
           display "error: account-roles.txt could not be opened "
                   "- role of account " trim(account trailing)
                   " not recorded" upon syserr
           move 1 to return-code
           exit paragraph
       end-if
       move spaces to account-roles-record
       string trim(account trailing) colon trim(job-code)
           into account-roles-record
       end-string
       write account-roles-record
       close account-roles-file
       .

      *> **********************
       load-similarity-threshold.
       open input similarity-threshold-file
           exit paragraph
       end-if

       perform check-uid-free
       if uid-taken then
           add 1 to dryrun-would-reject
           perform write-dryrun-reject-uid-taken
           exit paragraph
       end-if

       perform check-shell-homedir
       if shell-homedir-invalid then
           add 1 to dryrun-would-reject
       string "ADD    " trim(account trailing)
           " uid " trim(uid leading)
           " gid " trim(gid leading)
           " role " trim(job-code)
           into dryrun-report-line
       end-string
       write dryrun-report-line
       write dryrun-report-line
       .

      *> **********************
       write-dryrun-reject-uid-taken.
       move spaces to dryrun-report-line
       string "REJECT " trim(account trailing)
           " - uid " trim(uid leading) " in use or in quarantine"
           into dryrun-report-line
       end-string
       write dryrun-report-line
       .

      *> **********************
       write-dryrun-reject-shell.
       move spaces to dryrun-report-line

      *> **********************
       load-new-hire-fields.
       move spaces to account passwd account-type job-code
           fullname office extension homephone email homedir shell
       unstring new-hire-record delimited by colon
           into account passwd account-type job-code fullname
               office extension homephone email
       if account-type = spaces
           move "STAFF" to account-type
       end-if
       move upper-case(account-type) to account-type
       .

      *> **********************
      *> **********************
       write-pass-record.
       perform check-termination
      *> a new account's password is set as it is created
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           into today-edited
       end-string
       move today-edited to passwd-changed-date
       perform build-pass-record

       if string-overflow then
       move "writing" to file-action
       perform check-pass-file
       add 1 to rh-records-in
       set record-written to true

       perform write-audit-record
       perform write-account-index
           acct-status delimited by size
           colon
           termination-date delimited by space
           colon
           passwd-changed-date delimited by space
           into fd-pass-record with pointer total-length
           on overflow
               set string-overflow to true
      *> pass-record stops being tribal knowledge.  group-master.txt
      *> holds one "groupname:gid:member,member,..." line per group.
      *> Transactions come one per line from groups-transactions.txt:
      *>   ADDGRP:name:gid      create a group; a blank gid, or
      *>                        an account type in its place, is
      *>                        allocated by id-allocator
      *>   DELGRP:name          remove a group
      *>   ADDMEM:name:account  add an account to a group
      *>   DELMEM:name:account  remove an account from a group
      *> An ADDMEM that would give the account both sides of a
      *> sod-rules.txt pair is refused unless an approved exception
      *> is on file.  Every applied change writes to audit.log the
      *> way append-record does.  After the transactions, a
      *> consistency check verifies every pass-record gid exists in
      *> the group master and every group member exists in passfile.
       identification division.
       program-id. group-maint.

       01 pass-gid-text         pic x(8).
       01 pass-gid              pic 9(5).

      *> segregation-of-duties check on every grant; see sod-check
       01 sod-action            pic x.
       01 sod-account           pic x(64).
       01 sod-item              pic x(40).
       01 sod-conflict-flag     pic x.
          88 sod-conflict       value "Y".
       01 sod-conflict-item     pic x(40).

      *> uid/gid allocation and range checks; see id-allocator
       01 alloc-action          pic x.
       01 alloc-kind            pic x.
       01 alloc-type            pic x(16).
       01 alloc-id              pic 9(5).
       01 alloc-result-flag     pic x.
          88 alloc-ok           value "Y".
       01 alloc-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).

       01 trans-applied         pic 9(4).
       01 trans-rejected        pic 9(4).
       01 consistency-errors    pic 9(4).
                   trim(trans-group) " not added" upon syserr
           exit paragraph
       end-if
      *> no gid named, or an account type named instead, takes the
      *> next free gid from that type's range (STAFF by default)
       if trans-operand = spaces
               or test-numval(trim(trans-operand)) not = 0
           move "A" to alloc-action
           move "G" to alloc-kind
           move upper-case(trans-operand) to alloc-type
           if alloc-type = spaces
               move "STAFF" to alloc-type
           end-if
           call "id-allocator" using alloc-action, alloc-kind,
               alloc-type, alloc-id, alloc-result-flag,
               alloc-range-stats
           if not alloc-ok
               add 1 to trans-rejected
               display "group-maint: no free gid in the "
                       trim(alloc-type) " range - "
                       trim(trans-group) " not added" upon syserr
               exit paragraph
           end-if
           move alloc-id to trans-operand
       end-if
       add 1 to group-count
       move trans-group to grp-name(group-count)
       move numval(trans-operand) to grp-gid(group-count)
                   upon syserr
           exit paragraph
       end-if
       move "C" to sod-action
       perform check-sod-conflict
       if sod-conflict then
           add 1 to trans-rejected
           display "group-maint: " trim(trans-operand)
                   " not added to group " trim(trans-group)
                   " - conflicts with " trim(sod-conflict-item)
                   upon syserr
           move "sod-refused" to file-action
           perform write-group-audit-record
           exit paragraph
       end-if
       if grp-members(group-idx) = spaces then
           move trans-operand to grp-members(group-idx)
       else
           exit paragraph
       end-if
       perform rebuild-members-without-target
       move "R" to sod-action
       perform check-sod-conflict
       add 1 to trans-applied
       move "member-delete" to file-action
       perform write-group-audit-record
       .

      *> **********************
      *> A membership that would complete a sod-rules.txt pair
      *> without an approved exception is refused; a removal is
      *> passed on so later grants in the run see it.
       check-sod-conflict.
       move trans-operand to sod-account
       move spaces to sod-item
       string "G:" trim(trans-group) into sod-item
       end-string
       call "sod-check" using sod-action, sod-account, sod-item,
           sod-conflict-flag, sod-conflict-item
       .

      *> **********************
      *> Walks the comma-separated member list of the group at
      *> group-idx looking for trans-operand.
      *> Field-level account maintenance for passfile.  Change
      *> requests come one per line from account-changes.txt as
      *> "account:field:new-value", with field one of fullname,
      *> office, extension, homephone, email, homedir, shell, uid,
      *> gid or passwd; a passwd change also stamps the record's
      *> last-password-change date.  Each change passes the same
      *> shell/homedir allow-list and uid/gid range checks
      *> append-record applies, the record
      *> is rewritten (via a work copy swapped over passfile, since a
      *> changed field changes the record length), the account-index
      *> entry is refreshed, and before-and-after record images go to
          05 shell             pic x(256).
          05 acct-status       pic x.
          05 termination-date  pic x(10).
          05 passwd-changed-date
                               pic x(10).

       01 details-joined        pic x(600).
       01 uid-text              pic x(8).
       01 change-valid-flag     pic x.
          88 change-valid       value 'Y'.
       01 before-image          pic x(280).
       01 passwd-space-count    pic 9(3).

       01 id-value              pic 9(7).
      *> uid/gid allocation and range checks; see id-allocator
       01 alloc-action          pic x.
       01 alloc-kind            pic x.
       01 alloc-type            pic x(16).
       01 alloc-id              pic 9(5).
       01 alloc-result-flag     pic x.
          88 alloc-ok           value "Y".
       01 alloc-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).

       01 allowed-shells-area  value "/bin/bash       /bin/sh         "
           & "/bin/ksh        /bin/zsh        /sbin/nologin   ".
       01 audit-chain-new       pic x(8).
       01 audit-text            pic x(280).

      *> segregation-of-duties check on every grant; see sod-check
       01 sod-action            pic x.
       01 sod-account           pic x(64).
       01 sod-item              pic x(40).
       01 sod-conflict-flag     pic x.
          88 sod-conflict       value "Y".
       01 sod-conflict-item     pic x(40).

       01 changes-applied       pic 9(3).
       01 changes-rejected      pic 9(3).

       unstring fd-pass-record delimited by colon
           into account, passwd, uid-text, gid-text,
               details-joined, homedir, shell, acct-status,
               termination-date, passwd-changed-date
       move numval(uid-text) to id-value
       move id-value to uid
       move numval(gid-text) to id-value
           exit paragraph
       end-if

      *> a new primary gid is a new group membership, held to the
      *> same segregation-of-duties rules as group-maint's ADDMEM
       if lower-case(chg-field(change-idx)) = "gid"
           move "C" to sod-action
           move account to sod-account
           move spaces to sod-item
           string "P:" trim(chg-value(change-idx)) into sod-item
           end-string
           call "sod-check" using sod-action, sod-account,
               sod-item, sod-conflict-flag, sod-conflict-item
           if sod-conflict
               add 1 to changes-rejected
               set chg-applied(change-idx) to true
               display "modify-account: rejected gid change for "
                       trim(account) " - conflicts with "
                       trim(sod-conflict-item) upon syserr
               perform write-sod-refusal-audit
               exit paragraph
           end-if
       end-if

       evaluate lower-case(chg-field(change-idx))
           when "fullname"  move chg-value(change-idx) to fullname
           when "office"    move chg-value(change-idx) to office
           when "email"     move chg-value(change-idx) to email
           when "homedir"   move chg-value(change-idx) to homedir
           when "shell"     move chg-value(change-idx) to shell
           when "passwd"
               move chg-value(change-idx) to passwd
               string current-date(1:4) "-" current-date(5:2) "-"
                   current-date(7:2) into passwd-changed-date
               end-string
           when "uid"
               move numval(chg-value(change-idx)) to id-value
               move id-value to uid

      *> **********************
      *> The same rules append-record enforces: uid/gid numeric and
      *> inside a configured id range, shell on the allow-list,
      *> homedir under /home/.
       validate-one-change.
       move 'Y' to change-valid-flag
       evaluate lower-case(chg-field(change-idx))
                   move 'N' to change-valid-flag
               else
                   move numval(chg-value(change-idx)) to id-value
                   perform check-id-in-range
               end-if
           when "shell"
               move chg-value(change-idx) to shell-check
               if chg-value(change-idx)(1:6) not = "/home/"
                   move 'N' to change-valid-flag
               end-if
      *>   the password field is written up to its first space, so
      *>   a value with one inside would be cut short
           when "passwd"
               move 0 to passwd-space-count
               inspect trim(chg-value(change-idx))
                   tallying passwd-space-count for all space
               if chg-value(change-idx) = spaces
                       or passwd-space-count > 0
                   move 'N' to change-valid-flag
               end-if
           when "fullname"
           when "office"
           when "extension"
       end-evaluate
       .

      *> **********************
      *> Inside some id-ranges.txt block of the field's kind, and a
      *> new uid free - not another account's, live or quarantined.
       check-id-in-range.
       if id-value > 99999
           move 'N' to change-valid-flag
           exit paragraph
       end-if
       move "V" to alloc-action
       move upper-case(chg-field(change-idx)(1:1)) to alloc-kind
       move id-value to alloc-id
       call "id-allocator" using alloc-action, alloc-kind,
           alloc-type, alloc-id, alloc-result-flag,
           alloc-range-stats
       if not alloc-ok
           move 'N' to change-valid-flag
           exit paragraph
       end-if
       if alloc-kind = "U" and id-value not = numval(uid)
           move "F" to alloc-action
           call "id-allocator" using alloc-action, alloc-kind,
               alloc-type, alloc-id, alloc-result-flag,
               alloc-range-stats
           if not alloc-ok
               move 'N' to change-valid-flag
           end-if
       end-if
       .

      *> **********************
      *> Same layout append-record's build-pass-record writes.
       build-new-pass-record.
           acct-status delimited by size
           colon
           termination-date delimited by space
           colon
           passwd-changed-date delimited by space
           into new-pass-record
           on overflow
               display "error: modified record for account "
       perform write-chained-audit-line
       .

      *> **********************
       write-sod-refusal-audit.
       move function current-date to audit-timestamp
       move spaces to operator-id
       accept operator-id from environment "USER"
       if operator-id = spaces
           move "unknown" to operator-id
       end-if
       move spaces to audit-text
       string
           trim(account trailing) "/" trim(sod-item) " "
           "sod-refused "
           trim(operator-id trailing) " "
           audit-timestamp
           into audit-text
       end-string
       perform write-chained-audit-line
       .

      *> **********************
       write-chained-audit-line.
       call "audit-chain" using audit-chain-prev, audit-text,
           move 1 to return-code
           goback
       end-if
       move spaces to recert-line
       call "report-environment" using recert-line
       write recert-line

       move spaces to recert-line
       string "ACCOUNT STATUS SHELL CREATED LAST-CHANGE "
       .

      *> **********************
      *> Every record must carry the nine colons of the pass-record
      *> layout - eight on a record written before the password
      *> change date was kept - a numeric uid, and a uid no earlier
      *> record already holds.
       check-passfile-records.
       open input pass-file

       move 0 to colon-count
       inspect fd-pass-record tallying colon-count for all colon
       if colon-count not = 8 and colon-count not = 9 then
           add 1 to layout-errors
           display "passfile-fsck: record " record-number
                   " has " colon-count
                   " colon(s) where 8 or 9 are expected" upon syserr
       end-if

       move spaces to pass-account pass-passwd pass-uid-text
       01 m-shell               pic x(256).
       01 m-acct-status         pic x.
       01 m-term-date           pic x(10).
       01 m-passwd-changed      pic x(10).

       01 m-fullname            pic x(128).
       01 m-office              pic x(128).
       end-if

       move spaces to m-account m-passwd m-uid-text m-gid-text
           m-details m-homedir m-shell m-term-date m-passwd-changed
           m-fullname m-office m-extension m-homephone m-email
       move space to m-acct-status
       unstring fd-pass-record delimited by colon
           into m-account, m-passwd, m-uid-text, m-gid-text,
               m-details, m-homedir, m-shell, m-acct-status,
               m-term-date, m-passwd-changed
       unstring m-details delimited by comma-mark
           into m-fullname, m-office, m-extension, m-homephone,
               m-email
           m-acct-status delimited by size
           colon
           m-term-date delimited by space
           colon
           m-passwd-changed delimited by space
           into masked-record
       end-string
       write masked-record
       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 pass-term-date        pic x(10).
       01 pass-passwd-changed   pic x(10).

       01 login-found-flag      pic x value 'N'.
          88 login-found        value 'Y'.
           move 1 to return-code
           goback
       end-if
       move spaces to dormant-report-line
       call "report-environment" using dormant-report-line
       write dormant-report-line

       if disable-mode then
           perform load-audit-chain-seed

       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
           pass-term-date pass-passwd-changed
       move space to pass-acct-status
       unstring fd-pass-record delimited by colon
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status, pass-term-date,
               pass-passwd-changed

       if pass-acct-status not = "A" then
           perform carry-record-forward
           trim(pass-details trailing) colon
           trim(pass-homedir trailing) colon
           trim(pass-shell trailing) colon
           "T" colon today-edited colon
           trim(pass-passwd-changed trailing)
           into new-pass-record
       end-string
       write new-pass-record
      *> termination date; transfers become ADDMEM/DELMEM
      *> transactions on groups-transactions.txt per the
      *> department-groups.txt mapping ("department,group"), for
      *> group-maint to apply.  A transfer whose operand is a job
      *> code on role-templates.txt instead moves the account onto
      *> that role: shell, homedir and primary gid are rewritten
      *> from the template, the old role's groups (per
      *> account-roles.txt) are taken away and the new role's
      *> added, each change audited with its value on a V= tail.
      *> Every action lands in audit.log
      *> chained, with the feed record that caused it, and a
      *> hr-feed-dryrun.txt marker turns the run into a rehearsal
      *> that reports what it would do and touches nothing - the
           organization is line sequential
           status is new-pass-status.

           select role-template-file
           assign to "role-templates.txt"
           organization is line sequential
           status is role-template-status.

           select account-roles-file
           assign to "account-roles.txt"
           organization is line sequential
           status is account-roles-status.

      *> Not OPTIONAL: a missing marker must open status 35, not
      *> the 05 an OPTIONAL file answers with - otherwise every
      *> run is a rehearsal and the feed is never applied.
       fd new-pass-file.
       01 new-pass-record       pic x(2048).

       fd role-template-file.
       01 role-template-record  pic x(512).

       fd account-roles-file.
       01 account-roles-record  pic x(100).

       fd dryrun-marker-file.
       01 dryrun-marker-record  pic x(20).

          88 dryrun-report-ok   values '00' thru '09'.
       01 audit-status          pic xx.
          88 audit-ok-status    values '00' thru '09'.
       01 role-template-status  pic xx.
          88 role-template-ok   values '00' thru '09'.
       01 account-roles-status  pic xx.
          88 account-roles-ok   values '00' thru '09'.

       01 hr-feed-eof-flag      pic x value 'N'.
          88 hr-feed-eof        value 'Y'.
          88 group-master-eof   value 'Y'.
       01 pass-eof-flag         pic x value 'N'.
          88 pass-eof           value 'Y'.
       01 role-template-eof-flag
                                pic x value 'N'.
          88 role-template-eof  value 'Y'.
       01 account-roles-eof-flag
                                pic x value 'N'.
          88 account-roles-eof  value 'Y'.

       01 dryrun-mode-flag      pic x value 'N'.
          88 dryrun-mode        value 'Y'.
             10 grp-name        pic x(32).
             10 grp-members     pic x(512).

       01 role-count            pic 9(3).
       01 role-table.
          05 role-entry         occurs 100 times
                                 indexed by role-idx old-role-idx.
             10 rl-job-code     pic x(16).
             10 rl-shell        pic x(64).
             10 rl-homedir      pic x(128).
             10 rl-gid-text     pic x(8).
             10 rl-groups       pic x(256).

       01 account-role-count    pic 9(3).
       01 account-role-overflow pic 9(5) value 0.
       01 account-role-table.
          05 account-role-entry occurs 500 times
                                 indexed by acct-role-idx.
             10 ar-account      pic x(64).
             10 ar-job-code     pic x(16).

      *> role transfers waiting on the passfile rewrite pass
       01 role-move-count       pic 9(3).
       01 role-move-table.
          05 role-move-entry    occurs 200 times
                                 indexed by role-move-idx.
             10 mv-account      pic x(64).
             10 mv-role         pic 9(3).
             10 mv-found-flag   pic x.
                88 mv-found     value 'Y'.

       01 role-found-flag       pic x value 'N'.
          88 role-found         value 'Y'.
       01 old-role-flag         pic x value 'N'.
          88 old-role-known     value 'Y'.
       01 role-valid-flag       pic x value 'N'.
          88 role-valid         value 'Y'.
       01 in-list-flag          pic x value 'N'.
          88 group-in-list      value 'Y'.
       01 role-managed-flag     pic x value 'N'.
          88 role-managed-group value 'Y'.
       01 group-found-flag      pic x value 'N'.
          88 group-found        value 'Y'.
       01 role-group-scan       pic x(256).
       01 role-group-name       pic x(32).
       01 role-group-pos        pic 9(4).
       01 target-group          pic x(32).
       01 homedir-head          pic x(128).
       01 homedir-tail          pic x(128).
       01 homedir-marker        pic x(2).
       01 role-homedir          pic x(256).
       01 role-gid              pic 9(5).
       01 role-gid-text         pic x(8).
       01 role-gid-edited       pic z(4)9.
      *> uid/gid allocation and range checks; see id-allocator
       01 alloc-action          pic x.
       01 alloc-kind            pic x.
       01 alloc-type            pic x(16).
       01 alloc-id              pic 9(5).
       01 alloc-result-flag     pic x.
          88 alloc-ok           value "Y".
       01 alloc-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).
       01 allowed-shells-area  value "/bin/bash       /bin/sh         "
           & "/bin/ksh        /bin/zsh        /sbin/nologin   ".
          03 allowed-shells    pic x(16) occurs 5 times
                                indexed by shell-idx.
       01 shell-found-flag      pic x value "N".
          88 shell-found        value "Y".

       01 feed-action           pic x(6).
       01 feed-account          pic x(64).
       01 feed-operand          pic x(32).

       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 pass-term-date        pic x(10).
       01 pass-passwd-changed   pic x(10).

       01 new-group-name        pic x(32).
       01 member-scan           pic x(512).
          88 audit-overflow     value "Y".
       01 audit-subject         pic x(64).
       01 audit-feed-line       pic x(40).
       01 audit-tail-tag        pic x(3) value " F=".

       01 audit-scan-status     pic xx.
          88 audit-scan-ok      values '00' thru '09'.
           set dryrun-mode to true
           close dryrun-marker-file
           open output dryrun-report-file
           move spaces to dryrun-report-line
           call "report-environment" using dryrun-report-line
           write dryrun-report-line
       end-if

       perform load-dept-groups
       perform load-group-master
       perform load-role-templates
       perform load-account-roles
      *> a role left off the table would be dropped when
      *> account-roles.txt is saved after a transfer
       if account-role-overflow > 0 then
           display "hr-feed-processor: " account-role-overflow
                   " account role line(s) past the table of 500 "
                   "- nothing done." upon syserr
           if dryrun-mode then
               close dryrun-report-file
           end-if
           move 1 to return-code
           goback
       end-if

       open input hr-feed-file
       if not hr-feed-ok then
       end-perform
       close hr-feed-file

       if (leaver-count > 0 or role-move-count > 0)
               and not dryrun-mode then
           perform apply-passfile-changes
       end-if

       if not dryrun-mode then
       close group-master-file
       .

      *> **********************
       load-role-templates.
       open input role-template-file
       if not role-template-ok then
           exit paragraph
       end-if
       perform until role-template-eof
           read role-template-file
               at end
                   set role-template-eof to true
               not at end
                   if role-template-record not = spaces
                       and role-count < 100
                       add 1 to role-count
                       unstring role-template-record
                           delimited by colon
                           into rl-job-code(role-count),
                               rl-shell(role-count),
                               rl-homedir(role-count),
                               rl-gid-text(role-count),
                               rl-groups(role-count)
                   end-if
           end-read
       end-perform
       close role-template-file
       .

      *> **********************
       load-account-roles.
       open input account-roles-file
       if not account-roles-ok then
           exit paragraph
       end-if
       perform until account-roles-eof
           read account-roles-file
               at end
                   set account-roles-eof to true
               not at end
                   if account-roles-record not = spaces
                       and account-role-count = 500
                       add 1 to account-role-overflow
                   end-if
                   if account-roles-record not = spaces
                       and account-role-count < 500
                       add 1 to account-role-count
                       unstring account-roles-record
                           delimited by colon
                           into ar-account(account-role-count),
                               ar-job-code(account-role-count)
                   end-if
           end-read
       end-perform
       close account-roles-file
       .

      *> **********************
       process-one-feed-line.
       move spaces to feed-action feed-account feed-operand
           exit paragraph
       end-if

       move 'N' to role-found-flag
       perform varying role-idx from 1 by 1
               until role-idx > role-count
           if rl-job-code(role-idx) = feed-operand
               set role-found to true
               exit perform
           end-if
       end-perform
       if role-found then
           perform process-role-transfer
           exit paragraph
       end-if

       move spaces to new-group-name
       perform varying dept-idx from 1 by 1
               until dept-idx > dept-map-count
           exit paragraph
       end-if
       move spaces to group-trans-record
       string trim(feed-action) colon
           trim(grp-name(group-idx)) colon
           trim(feed-account trailing)
           into group-trans-record
       end-string
           exit paragraph
       end-if
       move spaces to group-trans-record
       string "ADDMEM" colon trim(member-scan) colon
           trim(feed-account trailing)
           into group-trans-record
       end-string
       .

      *> **********************
      *> One rewrite pass terminates every queued leaver in place
      *> and moves every queued role transfer onto its template,
      *> with an audit entry per account naming the feed line.
       apply-passfile-changes.
      *> the same read-modify-rename modify-account runs, under
      *> the same passfile run-lock, released on every exit path
       move "A" to lock-action
               at end
                   set pass-eof to true
               not at end
                   perform update-one-pass-record
           end-read
       end-perform
       close pass-file
           pass-filename
       if return-code not = 0 then
           display "hr-feed-processor: passfile.new could not "
                   "replace passfile - terminations and role "
                   "transfers NOT applied." upon syserr
           perform release-passfile-lock
           move 1 to return-code
           exit paragraph
       end-if

       perform release-passfile-lock
       if role-move-count > 0 then
           perform save-account-roles
       end-if

       perform varying leaver-idx from 1 by 1
               until leaver-idx > leaver-count
                   " not on the passfile." upon syserr
           end-if
       end-perform
       perform varying role-move-idx from 1 by 1
               until role-move-idx > role-move-count
           if not mv-found(role-move-idx)
               add 1 to feed-rejected
               display "hr-feed-processor: transfer "
                   trim(mv-account(role-move-idx) trailing)
                   " not on the passfile." upon syserr
           end-if
       end-perform
       .

      *> **********************
       .

      *> **********************
       update-one-pass-record.
       if fd-pass-record = spaces then
           move fd-pass-record to new-pass-record
           write new-pass-record

       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
           pass-term-date pass-passwd-changed
       move space to pass-acct-status
       unstring fd-pass-record delimited by colon
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status, pass-term-date,
               pass-passwd-changed

       perform varying leaver-idx from 1 by 1
               until leaver-idx > leaver-count
           end-if
       end-perform
       if leaver-idx > leaver-count then
           perform move-role-if-transfer
           exit paragraph
       end-if

           trim(pass-details trailing) colon
           trim(pass-homedir trailing) colon
           trim(pass-shell trailing) colon
           "T" colon lv-term-date(leaver-idx) colon
           trim(pass-passwd-changed trailing)
           into new-pass-record
       end-string
       write new-pass-record
       perform write-audit-record
       .

      *> **********************
      *> A role transfer: the account leaves every group the old
      *> role granted that the new role does not, joins the new
      *> role's groups it is not already in, and has shell,
      *> homedir and primary gid rewritten from the template in
      *> the passfile pass.  An account with no recorded role
      *> loses any template-granted group outside the new role -
      *> project and privilege groups no template names stay put.
       process-role-transfer.
       perform validate-role-template
       if not role-valid then
           add 1 to feed-rejected
           display "hr-feed-processor: role template "
                   trim(feed-operand) " fails the shell/homedir/gid "
                   "rules - transfer skipped." upon syserr
           exit paragraph
       end-if

       move 'N' to old-role-flag
       perform varying acct-role-idx from 1 by 1
               until acct-role-idx > account-role-count
           if ar-account(acct-role-idx) = feed-account
               exit perform
           end-if
       end-perform
      *> a transfer that cannot be carried through the passfile
      *> pass and account-roles.txt is refused whole, before any
      *> group change is queued for it
       if role-move-count = 200
           or (acct-role-idx > account-role-count
               and account-role-count = 500)
           add 1 to feed-rejected
           display "hr-feed-processor: transfer tables full - "
                   "transfer of " trim(feed-account trailing)
                   " skipped." upon syserr
           exit paragraph
       end-if
       if acct-role-idx <= account-role-count
           perform varying old-role-idx from 1 by 1
                   until old-role-idx > role-count
               if rl-job-code(old-role-idx)
                       = ar-job-code(acct-role-idx)
                   set old-role-known to true
                   exit perform
               end-if
           end-perform
       end-if

       add 1 to transfers-applied
       move feed-account to audit-subject

       perform varying group-idx from 1 by 1
               until group-idx > group-count
           perform check-membership
           if member-found
               move grp-name(group-idx) to target-group
               move rl-groups(role-idx) to role-group-scan
               perform check-group-in-list
               if not group-in-list
                   perform check-role-managed
                   if role-managed-group
                       move "DELMEM" to feed-action
                       perform write-one-group-trans
                       move "role-delmem" to file-action
                       perform audit-role-value
                   end-if
               end-if
           end-if
       end-perform

       move rl-groups(role-idx) to role-group-scan
       move 1 to role-group-pos
       perform until role-group-pos > 256
           move spaces to role-group-name
           unstring role-group-scan delimited by ","
               into role-group-name with pointer role-group-pos
           end-unstring
           if role-group-name = spaces then
               exit perform
           end-if
           perform add-role-group
       end-perform

       if dryrun-mode then
           perform resolve-role-homedir
           move spaces to dryrun-report-line
           string "WOULD SET ROLE " trim(feed-account trailing)
               " " trim(feed-operand) " shell "
               trim(rl-shell(role-idx)) " homedir "
               trim(role-homedir) " gid " trim(role-gid-text)
               into dryrun-report-line
           end-string
           write dryrun-report-line
           exit paragraph
       end-if

       add 1 to role-move-count
       move feed-account to mv-account(role-move-count)
       set mv-role(role-move-count) to role-idx

       if acct-role-idx > account-role-count
           add 1 to account-role-count
           set acct-role-idx to account-role-count
           move feed-account to ar-account(acct-role-idx)
       end-if
       move feed-operand to ar-job-code(acct-role-idx)

       move "hr-transfer" to file-action
       move hr-feed-record(1:40) to audit-feed-line
       perform write-audit-record
       .

      *> **********************
      *> The template values pass the same rules append-record and
      *> modify-account apply to hand-keyed ones.
       validate-role-template.
       move 'Y' to role-valid-flag
       move 'N' to shell-found-flag
       set shell-idx to 1
       search allowed-shells
           at end
               continue
           when allowed-shells(shell-idx) = rl-shell(role-idx)
               set shell-found to true
       end-search
       if not shell-found
           move 'N' to role-valid-flag
       end-if
       if rl-homedir(role-idx)(1:6) not = "/home/"
           move 'N' to role-valid-flag
       end-if
       if test-numval(trim(rl-gid-text(role-idx))) not = 0
           move 'N' to role-valid-flag
       else
           move numval(rl-gid-text(role-idx)) to role-gid
           move "V" to alloc-action
           move "G" to alloc-kind
           move role-gid to alloc-id
           call "id-allocator" using alloc-action, alloc-kind,
               alloc-type, alloc-id, alloc-result-flag,
               alloc-range-stats
           if not alloc-ok
               move 'N' to role-valid-flag
           end-if
       end-if
       .

      *> **********************
      *> Is target-group one of the comma-separated groups in
      *> role-group-scan?
       check-group-in-list.
       move 'N' to in-list-flag
       move 1 to role-group-pos
       perform until role-group-pos > 256
           move spaces to role-group-name
           unstring role-group-scan delimited by ","
               into role-group-name with pointer role-group-pos
           end-unstring
           if role-group-name = spaces then
               exit perform
           end-if
           if role-group-name = target-group then
               set group-in-list to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
      *> With the old role known only its groups are taken away;
      *> without it, any group some role template grants.
       check-role-managed.
       move 'N' to role-managed-flag
       if old-role-known then
           move rl-groups(old-role-idx) to role-group-scan
           perform check-group-in-list
           if group-in-list
               set role-managed-group to true
           end-if
           exit paragraph
       end-if
       perform varying old-role-idx from 1 by 1
               until old-role-idx > role-count
           move rl-groups(old-role-idx) to role-group-scan
           perform check-group-in-list
           if group-in-list
               set role-managed-group to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
       add-role-group.
       move 'N' to group-found-flag
       move 'N' to member-found-flag
       perform varying group-idx from 1 by 1
               until group-idx > group-count
           if grp-name(group-idx) = role-group-name
               set group-found to true
               exit perform
           end-if
       end-perform
       if group-found
           perform check-membership
       end-if
       if member-found then
           exit paragraph
       end-if

       move role-group-name to member-scan
       perform write-one-add-trans
       move role-group-name to target-group
       move "role-addmem" to file-action
       perform audit-role-value
       .

      *> **********************
      *> One audit line per role change, the group or new field
      *> value on a V= tail.
       audit-role-value.
       if dryrun-mode then
           exit paragraph
       end-if
       move target-group to audit-feed-line
       move " V=" to audit-tail-tag
       perform write-audit-record
       move " F=" to audit-tail-tag
       .

      *> **********************
       resolve-role-homedir.
       move spaces to homedir-head homedir-tail homedir-marker
       unstring rl-homedir(role-idx) delimited by "%u"
           into homedir-head delimiter in homedir-marker
               homedir-tail
       move spaces to role-homedir
       if homedir-marker = spaces
           string homedir-head delimited by space
               "/" feed-account delimited by space
               into role-homedir
           end-string
       else
           string homedir-head delimited by space
               feed-account delimited by space
               homedir-tail delimited by space
               into role-homedir
           end-string
       end-if
       move numval(rl-gid-text(role-idx)) to role-gid
       move role-gid to role-gid-edited
       move trim(role-gid-edited) to role-gid-text
       .

      *> **********************
      *> The passfile half of a role transfer: each of shell,
      *> homedir and gid that the template changes is audited, and
      *> the record is rewritten with the template's values.
       move-role-if-transfer.
       perform varying role-move-idx from 1 by 1
               until role-move-idx > role-move-count
           if mv-account(role-move-idx) = pass-account
               set mv-found(role-move-idx) to true
               exit perform
           end-if
       end-perform
       if role-move-idx > role-move-count then
           move fd-pass-record to new-pass-record
           write new-pass-record
           exit paragraph
       end-if

       set role-idx to mv-role(role-move-idx)
       move pass-account to feed-account audit-subject
       perform resolve-role-homedir

       if pass-shell not = rl-shell(role-idx)
           move rl-shell(role-idx) to target-group
           move "role-shell" to file-action
           perform audit-role-value
       end-if
       if pass-homedir not = role-homedir
           move role-homedir to audit-feed-line
           move " V=" to audit-tail-tag
           move "role-homedir" to file-action
           perform write-audit-record
           move " F=" to audit-tail-tag
       end-if
       if pass-gid-text not = role-gid-text
           move role-gid-text to target-group
           move "role-gid" to file-action
           perform audit-role-value
       end-if

       move spaces to new-pass-record
       string trim(pass-account trailing) colon
           trim(pass-passwd trailing) colon
           trim(pass-uid-text trailing) colon
           trim(role-gid-text) colon
           trim(pass-details trailing) colon
           trim(role-homedir trailing) colon
           trim(rl-shell(role-idx) trailing) colon
           pass-acct-status colon
           trim(pass-term-date trailing) colon
           trim(pass-passwd-changed trailing)
           into new-pass-record
       end-string
       write new-pass-record
       .

      *> **********************
       save-account-roles.
       open output account-roles-file
       if not account-roles-ok then
           display "hr-feed-processor: account-roles.txt could not "
                   "be rewritten - new roles not recorded."
                   upon syserr
           move 1 to return-code
           exit paragraph
       end-if
       perform varying acct-role-idx from 1 by 1
               until acct-role-idx > account-role-count
           move spaces to account-roles-record
           string trim(ar-account(acct-role-idx) trailing) colon
               trim(ar-job-code(acct-role-idx))
               into account-roles-record
           end-string
           write account-roles-record
       end-perform
       close account-roles-file
       .

      *> **********************
       load-audit-chain-seed.
       open input audit-scan-file
           trim(operator-id trailing) delimited by size
           " " delimited by size
           audit-timestamp delimited by size
           audit-tail-tag delimited by size
           trim(audit-feed-line trailing) delimited by size
           into audit-text
           on overflow
      *> one "GRANT,operator,function" or "REVOKE,operator,
      *> function" line per change, each applied change writes a
      *> chained audit.log entry, and the transaction file is
      *> consumed so a rerun cannot double-apply.  A GRANT that
      *> would give the operator both sides of a sod-rules.txt pair
      *> is refused unless an approved exception is on file.
       identification division.
       program-id. operator-auth-maint.

       01 entry-found-flag      pic x value 'N'.
          88 entry-found        value 'Y'.

      *> segregation-of-duties check on every grant; see sod-check
       01 sod-action            pic x.
       01 sod-account           pic x(64).
       01 sod-item              pic x(40).
       01 sod-conflict-flag     pic x.
          88 sod-conflict       value "Y".
       01 sod-conflict-item     pic x(40).

       01 grants-applied        pic 9(3).
       01 revokes-applied       pic 9(3).
       01 trans-rejected        pic 9(3).
               display "operator-auth-maint: "
                       trim(trans-operator) " already holds "
                       trim(trans-function) upon syserr
               exit paragraph
           end-if
           move "C" to sod-action
           perform check-sod-conflict
           if sod-conflict then
               add 1 to trans-rejected
               display "operator-auth-maint: "
                       trim(trans-operator) " not granted "
                       trim(trans-function) " - conflicts with "
                       trim(sod-conflict-item) upon syserr
               move "sod-refused" to file-action
               perform write-auth-audit-record
           else
               if auth-count = 500 then
                   add 1 to trans-rejected
                       trim(trans-function) upon syserr
           else
               set au-revoked(auth-idx) to true
               move "R" to sod-action
               perform check-sod-conflict
               add 1 to revokes-applied
               move "auth-revoke" to file-action
               perform write-auth-audit-record
       end-evaluate
       .

      *> **********************
      *> A grant that would complete a sod-rules.txt pair without
      *> an approved exception is refused; a revoke is passed on so
      *> later grants in the run see it.
       check-sod-conflict.
       move trans-operator to sod-account
       move spaces to sod-item
       string "F:" trim(trans-function) into sod-item
       end-string
       call "sod-check" using sod-action, sod-account, sod-item,
           sod-conflict-flag, sod-conflict-item
       .

      *> **********************
       find-auth-entry.
       move 'N' to entry-found-flag
       close audit-scan-file
       .
       end program operator-auth-maint.

      *> ***************************************************************
      *> Nightly password aging run over passfile's last-password-
      *> change date.  password-policy.txt optionally carries
      *> "max-age-days,warn-days,grace-days", default 90, 14 and 7.
      *> An active account whose password is inside warn-days of
      *> max-age is listed as nearing expiry, one past max-age as
      *> expired, and one past max-age plus the grace period is
      *> disabled through the same terminate-in-place rewrite
      *> dormancy-report applies - status T, termination date today.
      *> Each of the three is written to audit.log, chained.
      *> Accounts on password-exemptions.txt, the service accounts,
      *> are left alone, and a record carrying no change date yet is
      *> listed for follow-up rather than disabled.  The report,
      *> with the age profile of every active password, is
      *> password-aging-report.txt.
       identification division.
       program-id. password-aging.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select policy-file
           assign to "password-policy.txt"
           organization is line sequential
           status is policy-status.

           select exemption-file
           assign to "password-exemptions.txt"
           organization is line sequential
           status is exemption-status.

           select pass-file
           assign to "passfile"
           organization is line sequential
           status is pass-status.

           select new-pass-file
           assign to "passfile.new"
           organization is line sequential
           status is new-pass-status.

           select aging-report-file
           assign to "password-aging-report.txt"
           organization is line sequential
           status is aging-report-status.

           select audit-file
           assign to "audit.log"
           organization is line sequential
           status is audit-status.

           select audit-scan-file
           assign to "audit.log"
           organization is line sequential
           status is audit-scan-status.

       data division.
       file section.
       fd policy-file.
       01 policy-record         pic x(40).

       fd exemption-file.
       01 exemption-record      pic x(64).

       fd pass-file.
       01 fd-pass-record        pic x(2048).

       fd new-pass-file.
       01 new-pass-record       pic x(2048).

       fd aging-report-file.
       01 aging-report-line     pic x(120).

       fd audit-file.
       01 audit-record          pic x(151).

       fd audit-scan-file.
       01 audit-scan-record     pic x(300).

       working-storage section.
       01 policy-status         pic xx.
          88 policy-ok          values '00' thru '09'.
       01 exemption-status      pic xx.
          88 exemption-ok       values '00' thru '09'.
       01 pass-status           pic xx.
          88 pass-ok-status     values '00' thru '09'.
       01 new-pass-status       pic xx.
          88 new-pass-ok        values '00' thru '09'.
       01 aging-report-status   pic xx.
          88 aging-report-ok    values '00' thru '09'.
       01 audit-status          pic xx.
          88 audit-ok-status    values '00' thru '09'.

       01 exemption-eof-flag    pic x value 'N'.
          88 exemption-eof      value 'Y'.
       01 pass-eof-flag         pic x value 'N'.
          88 pass-eof           value 'Y'.

       01 max-age-days          pic 9(4) value 90.
       01 warn-days             pic 9(4) value 14.
       01 grace-days            pic 9(4) value 7.
       01 policy-max-text       pic x(8).
       01 policy-warn-text      pic x(8).
       01 policy-grace-text     pic x(8).

       01 exemption-count       pic 9(3).
       01 exemption-table.
          05 exempt-account     pic x(64) occurs 200 times
                                 indexed by exempt-idx.
       01 exempt-found-flag     pic x value 'N'.
          88 exempt-found       value 'Y'.

       01 pass-account          pic x(64).
       01 pass-passwd           pic x(64).
       01 pass-uid-text         pic x(8).
       01 pass-gid-text         pic x(8).
       01 pass-details          pic x(600).
       01 pass-homedir          pic x(256).
       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 pass-term-date        pic x(10).
       01 pass-passwd-changed   pic x(10).

       01 today-int             pic 9(9).
       01 changed-int           pic 9(9).
       01 password-age          pic 9(5).
       01 days-left             pic s9(5).
       01 days-edited           pic -(4)9.
       01 work-yyyymmdd         pic 9(8).
       01 today-edited          pic x(10).
       01 expiry-warn-age       pic 9(5).
       01 disable-age           pic 9(5).

       01 accounts-checked      pic 9(5).
       01 accounts-exempt       pic 9(5).
       01 accounts-undated      pic 9(5).
       01 accounts-expiring     pic 9(5).
       01 accounts-expired      pic 9(5).
       01 accounts-disabled     pic 9(5).
       01 age-band-30           pic 9(5).
       01 age-band-60           pic 9(5).
       01 age-band-90           pic 9(5).
       01 age-band-over         pic 9(5).
       01 oldest-age            pic 9(5).
       01 oldest-account        pic x(64).

       77 file-action           pic x(16).
       01 audit-timestamp       pic x(21).
       01 operator-id           pic x(32).
       01 audit-overflow-flag   pic x value "N".
          88 audit-overflow     value "Y".

       01 audit-scan-status     pic xx.
          88 audit-scan-ok      values '00' thru '09'.
       01 audit-scan-eof-flag   pic x value 'N'.
          88 audit-scan-eof     value 'Y'.
       01 audit-scan-length     pic 9(4).
       01 audit-chain-prev      pic x(8) value "00000000".
       01 audit-chain-new       pic x(8).
       01 audit-text            pic x(280).

      *> pw-aged-off entries wait here until the new passfile is in
      *> place, so audit.log never records a disable that was not
      *> applied
       01 held-audit-count      pic 9(4) value 0.
       01 held-audit-table.
          05 held-audit-text    pic x(280) occurs 2000 times
                                 indexed by held-idx.
       01 disables-deferred     pic 9(5) value 0.

       77 colon                 pic x value ":".
       01 pass-filename         pic x(12) value "passfile".
       01 new-pass-filename     pic x(12) value "passfile.new".

       01 lock-name             pic x(20) value "passfile".
       01 lock-action           pic x.
       01 lock-grant-flag       pic x.
          88 lock-was-granted   value "Y".

      *> ***************************************************************
       procedure division.
       password-aging-main.
       perform load-policy
       perform load-exemptions
       compute expiry-warn-age = max-age-days - warn-days
       compute disable-age = max-age-days + grace-days

      *> the disable pass rewrites passfile the way dormancy-report
      *> does, under the same passfile run-lock
       move "A" to lock-action
       call "run-lock" using lock-name, lock-action,
           lock-grant-flag
       if not lock-was-granted then
           move 1 to return-code
           goback
       end-if

       open output aging-report-file
       if not aging-report-ok then
           display "password-aging: report file could not be "
                   "opened." upon syserr
           perform release-passfile-lock
           move 1 to return-code
           goback
       end-if
       move spaces to aging-report-line
       call "report-environment" using aging-report-line
       write aging-report-line
       move spaces to aging-report-line
       string "PASSWORD AGING  MAX AGE " max-age-days
           " DAYS  WARN " warn-days " DAYS  GRACE " grace-days
           " DAYS"
           into aging-report-line
       end-string
       write aging-report-line

       perform load-audit-chain-seed
       open extend audit-file
       if not audit-ok-status then
           display "password-aging: audit.log could not be "
                   "opened - no disables without the audit "
                   "trail." upon syserr
           close aging-report-file
           perform release-passfile-lock
           move 1 to return-code
           goback
       end-if

       compute today-int = integer-of-date(
           numval(current-date(1:8)))
       string current-date(1:4) "-" current-date(5:2) "-"
           current-date(7:2) into today-edited
       end-string

       open input pass-file
       move "open input" to file-action
       if not pass-ok-status then
           display "error " file-action space pass-filename
                   space pass-status upon syserr
           close aging-report-file audit-file
           perform release-passfile-lock
           move 1 to return-code
           goback
       end-if
       open output new-pass-file
       if not new-pass-ok then
           display "password-aging: passfile.new could not be "
                   "opened - nothing aged." upon syserr
           close pass-file aging-report-file audit-file
           perform release-passfile-lock
           move 1 to return-code
           goback
       end-if

       perform until pass-eof
           read pass-file
               at end
                   set pass-eof to true
               not at end
                   perform check-one-password
           end-read
       end-perform
       close pass-file
       close new-pass-file

       call "CBL_RENAME_FILE" using new-pass-filename,
           pass-filename
       if return-code not = 0 then
           display "password-aging: passfile.new could not "
                   "replace passfile - disables NOT applied."
                   upon syserr
           move 1 to return-code
       else
           perform write-held-audit-records
       end-if
       close audit-file

       perform write-age-profile
       close aging-report-file
       perform release-passfile-lock

       display "password-aging: " accounts-checked " checked, "
               accounts-expiring " nearing expiry, "
               accounts-expired " expired, " accounts-disabled
               " disabled, " accounts-undated " with no change "
               "date."
       if disables-deferred > 0 then
           display "password-aging: " disables-deferred
                   " account(s) past the grace period left for "
                   "the next run to disable." upon syserr
       end-if
       goback
       .

      *> **********************
       release-passfile-lock.
       move "R" to lock-action
       call "run-lock" using lock-name, lock-action,
           lock-grant-flag
       .

      *> **********************
       load-policy.
       open input policy-file
       if not policy-ok then
           exit paragraph
       end-if
       read policy-file
           at end
               continue
           not at end
               move spaces to policy-max-text policy-warn-text
                   policy-grace-text
               unstring policy-record delimited by ","
                   into policy-max-text, policy-warn-text,
                       policy-grace-text
               if test-numval(trim(policy-max-text)) = 0
                   and numval(policy-max-text) > 0
                   move numval(policy-max-text) to max-age-days
               end-if
               if test-numval(trim(policy-warn-text)) = 0
                   and numval(policy-warn-text) < max-age-days
                   move numval(policy-warn-text) to warn-days
               end-if
               if test-numval(trim(policy-grace-text)) = 0
                   move numval(policy-grace-text) to grace-days
               end-if
       end-read
       close policy-file
       .

      *> **********************
       load-exemptions.
       open input exemption-file
       if not exemption-ok then
           exit paragraph
       end-if
       perform until exemption-eof
           read exemption-file
               at end
                   set exemption-eof to true
               not at end
                   if exemption-record not = spaces
                       and exemption-count < 200
                       add 1 to exemption-count
                       move exemption-record
                         to exempt-account(exemption-count)
                   end-if
           end-read
       end-perform
       close exemption-file
       .

      *> **********************
      *> One passfile record against the policy.  Only active
      *> accounts are aged; everything not disabled is carried to
      *> the new passfile as it stands.
       check-one-password.
       if fd-pass-record = spaces then
           perform carry-record-forward
           exit paragraph
       end-if

       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
           pass-term-date pass-passwd-changed
       move space to pass-acct-status
       unstring fd-pass-record delimited by colon
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status, pass-term-date,
               pass-passwd-changed

       if pass-acct-status not = "A" then
           perform carry-record-forward
           exit paragraph
       end-if
       add 1 to accounts-checked

       perform check-exempt
       if exempt-found then
           add 1 to accounts-exempt
           perform carry-record-forward
           exit paragraph
       end-if

       perform measure-password-age
       if password-age = 99999 then
           add 1 to accounts-undated
           move spaces to aging-report-line
           string "NO CHANGE DATE  " trim(pass-account trailing)
               " - password age unknown, not aged"
               into aging-report-line
           end-string
           write aging-report-line
           perform carry-record-forward
           exit paragraph
       end-if
       perform tally-age-band

       evaluate true
           when password-age > disable-age
               perform disable-aged-account
           when password-age > max-age-days
               add 1 to accounts-expired
               compute days-left = disable-age - password-age
               move days-left to days-edited
               move spaces to aging-report-line
               string "EXPIRED         " trim(pass-account trailing)
                   " changed " pass-passwd-changed
                   " - disabled in " trim(days-edited)
                   " day(s) unless changed"
                   into aging-report-line
               end-string
               write aging-report-line
               move "pw-expired" to file-action
               perform write-audit-record
               perform carry-record-forward
           when password-age > expiry-warn-age
               add 1 to accounts-expiring
               compute days-left = max-age-days - password-age
               move days-left to days-edited
               move spaces to aging-report-line
               string "NEARING EXPIRY  " trim(pass-account trailing)
                   " changed " pass-passwd-changed
                   " - expires in " trim(days-edited) " day(s)"
                   into aging-report-line
               end-string
               write aging-report-line
               move "pw-expiring" to file-action
               perform write-audit-record
               perform carry-record-forward
           when other
               perform carry-record-forward
       end-evaluate
       .

      *> **********************
       check-exempt.
       move "N" to exempt-found-flag
       if exemption-count = 0 then
           exit paragraph
       end-if
       perform varying exempt-idx from 1 by 1
               until exempt-idx > exemption-count
           if exempt-account(exempt-idx) = pass-account
               set exempt-found to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
      *> 99999 stands for a record with no usable change date.
       measure-password-age.
       move 99999 to password-age
       if pass-passwd-changed(5:1) not = "-" then
           exit paragraph
       end-if
       move pass-passwd-changed(1:4) to work-yyyymmdd(1:4)
       move pass-passwd-changed(6:2) to work-yyyymmdd(5:2)
       move pass-passwd-changed(9:2) to work-yyyymmdd(7:2)
       if work-yyyymmdd not numeric then
           exit paragraph
       end-if
       compute changed-int = integer-of-date(work-yyyymmdd)
       if changed-int > today-int then
           move 0 to password-age
       else
           compute password-age = today-int - changed-int
       end-if
       .

      *> **********************
       tally-age-band.
       evaluate true
           when password-age <= 30
               add 1 to age-band-30
           when password-age <= 60
               add 1 to age-band-60
           when password-age <= 90
               add 1 to age-band-90
           when other
               add 1 to age-band-over
       end-evaluate
       if password-age > oldest-age
           move password-age to oldest-age
           move pass-account to oldest-account
       end-if
       .

      *> **********************
       carry-record-forward.
       move fd-pass-record to new-pass-record
       write new-pass-record
       .

      *> **********************
      *> The terminate-in-place shape dormancy-report applies: status
      *> to T, termination date today, the audit entry chained onto
      *> audit.log.
       disable-aged-account.
       if held-audit-count = 2000 then
           add 1 to disables-deferred
           move spaces to aging-report-line
           string "NOT DISABLED    " trim(pass-account trailing)
               " changed " pass-passwd-changed
               " - past the grace period, left for the next run"
               into aging-report-line
           end-string
           write aging-report-line
           perform carry-record-forward
           exit paragraph
       end-if
       add 1 to accounts-disabled
       move spaces to new-pass-record
       string trim(pass-account trailing) colon
           trim(pass-passwd trailing) colon
           trim(pass-uid-text trailing) colon
           trim(pass-gid-text trailing) colon
           trim(pass-details trailing) colon
           trim(pass-homedir trailing) colon
           trim(pass-shell trailing) colon
           "T" colon today-edited colon
           trim(pass-passwd-changed trailing)
           into new-pass-record
       end-string
       write new-pass-record

       move password-age to days-edited
       move spaces to aging-report-line
       string "DISABLED        " trim(pass-account trailing)
           " changed " pass-passwd-changed
           " - " trim(days-edited) " day(s) old, past the grace "
           "period"
           into aging-report-line
       end-string
       write aging-report-line

       move "pw-aged-off" to file-action
       perform build-audit-text
       if not audit-overflow
           add 1 to held-audit-count
           move audit-text to held-audit-text(held-audit-count)
       end-if
       .

      *> **********************
       write-held-audit-records.
       perform varying held-idx from 1 by 1
               until held-idx > held-audit-count
           move held-audit-text(held-idx) to audit-text
           perform chain-audit-text
       end-perform
       .

      *> **********************
       write-age-profile.
       move spaces to aging-report-line
       write aging-report-line
       move spaces to aging-report-line
       string "ACTIVE ACCOUNTS " accounts-checked
           "  EXEMPT " accounts-exempt
           "  NO CHANGE DATE " accounts-undated
           into aging-report-line
       end-string
       write aging-report-line
       move spaces to aging-report-line
       string "PASSWORD AGE  0-30 DAYS " age-band-30
           "  31-60 " age-band-60
           "  61-90 " age-band-90
           "  OVER 90 " age-band-over
           into aging-report-line
       end-string
       write aging-report-line
       if oldest-account not = spaces
           move oldest-age to days-edited
           move spaces to aging-report-line
           string "OLDEST PASSWORD " trim(oldest-account trailing)
               " " trim(days-edited) " day(s)"
               into aging-report-line
           end-string
           write aging-report-line
       end-if
       move spaces to aging-report-line
       string "NEARING EXPIRY " accounts-expiring
           "  EXPIRED " accounts-expired
           "  DISABLED " accounts-disabled
           into aging-report-line
       end-string
       write aging-report-line
       .

      *> **********************
       load-audit-chain-seed.
       open input audit-scan-file
       if not audit-scan-ok then
           exit paragraph
       end-if
       perform until audit-scan-eof
           read audit-scan-file
               at end
                   set audit-scan-eof to true
               not at end
                   if audit-scan-record not = spaces
                       compute audit-scan-length = function length(
                           trim(audit-scan-record trailing))
                       if audit-scan-length > 11
                           and audit-scan-record
                               (audit-scan-length - 10:3) = " C="
                           move audit-scan-record
                               (audit-scan-length - 7:8)
                             to audit-chain-prev
                       end-if
                   end-if
           end-read
       end-perform
       close audit-scan-file
       .

      *> **********************
       write-audit-record.
       perform build-audit-text
       if not audit-overflow
           perform chain-audit-text
       end-if
       .

      *> **********************
       build-audit-text.
       move function current-date to audit-timestamp
       move spaces to operator-id
       accept operator-id from environment "USER"
       if operator-id = spaces
           move "unknown" to operator-id
       end-if

       move "N" to audit-overflow-flag
       move spaces to audit-text
       string
           trim(pass-account trailing) delimited by size
           " " delimited by size
           trim(file-action trailing) delimited by size
           " " delimited by size
           trim(operator-id trailing) delimited by size
           " " delimited by size
           audit-timestamp delimited by size
           into audit-text
           on overflow
               set audit-overflow to true
               display "error: audit record rejected for account "
                   trim(pass-account trailing)
                   " - exceeds maximum record length" upon syserr
       end-string
       .

      *> **********************
       chain-audit-text.
       call "audit-chain" using audit-chain-prev, audit-text,
           audit-chain-new
       move spaces to audit-record
       string trim(audit-text trailing)
           " C=" audit-chain-new
           into audit-record
       end-string
       write audit-record
       move audit-chain-new to audit-chain-prev
       move spaces to audit-record
       .
       end program password-aging.

      *> ***************************************************************
      *> Segregation-of-duties service.  sod-rules.txt lists the
      *> pairs of holdings that must never sit with one person, one
      *> "item,item" line per pair, an item being G:group (membership
      *> of a group-master.txt group, or the passfile primary gid) or
      *> F:function (an operator-auth.txt permission).  Before a
      *> maintenance program grants an account an item it asks here
      *> whether the grant would complete a pair; the answer is a
      *> refusal unless sod-exceptions.txt carries an approved
      *> exception "account,item,item,approved-by[,expires]" for
      *> that pair, unexpired.  A refusal goes through show-message
      *> (SOD001E); the caller, which has audit.log open, writes it
      *> into its own chain.  Holdings are read once
      *> a run and then follow the caller's grants (action "C" - a
      *> clear check counts the item as held from then on) and
      *> removals (action "R"), so two grants in one run cannot slip
      *> a pair past each other.  P:gid names a group by its gid.  No
      *> rules file on disk refuses nothing; holdings too many for
      *> the tables refuse every grant (SOD002E).
       identification division.
       program-id. sod-check.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select rules-file
           assign to "sod-rules.txt"
           organization is line sequential
           status is rules-status.

           select sod-exception-file
           assign to "sod-exceptions.txt"
           organization is line sequential
           status is sod-exception-status.

           select group-master-file
           assign to "group-master.txt"
           organization is line sequential
           status is group-master-status.

           select pass-file
           assign to "passfile"
           organization is line sequential
           status is pass-status.

           select auth-table-file
           assign to "operator-auth.txt"
           organization is line sequential
           status is auth-table-status.

       data division.
       file section.
       fd rules-file.
       01 rules-record          pic x(100).

       fd sod-exception-file.
       01 sod-exception-record  pic x(200).

       fd group-master-file.
       01 group-master-record   pic x(600).

       fd pass-file.
       01 fd-pass-record        pic x(2048).

       fd auth-table-file.
       01 auth-table-record     pic x(60).

       working-storage section.
       01 rules-status          pic xx.
          88 rules-ok           values '00' thru '09'.
       01 sod-exception-status  pic xx.
          88 sod-exception-ok   values '00' thru '09'.
       01 group-master-status   pic xx.
          88 group-master-ok    values '00' thru '09'.
       01 pass-status           pic xx.
          88 pass-ok-status     values '00' thru '09'.
       01 auth-table-status     pic xx.
          88 auth-table-ok      values '00' thru '09'.

       01 load-eof-flag         pic x value 'N'.
          88 load-eof           value 'Y'.
       01 sod-loaded-flag       pic x value 'N'.
          88 sod-loaded         value 'Y'.
      *> groups or holdings that would not fit their tables; a
      *> conflict could hide among them, so every grant is refused
       01 sod-overflow-count    pic 9(5) value 0.

       01 rule-count            pic 9(3).
       01 rule-table.
          05 rule-entry         occurs 200 times
                                 indexed by rule-idx.
             10 sr-item-a       pic x(40).
             10 sr-item-b       pic x(40).

       01 exception-count       pic 9(3).
       01 exception-table.
          05 exception-entry    occurs 200 times
                                 indexed by exc-idx.
             10 se-account      pic x(64).
             10 se-item-a       pic x(40).
             10 se-item-b       pic x(40).
             10 se-approver     pic x(32).
             10 se-expires      pic x(10).

       01 group-count           pic 9(3).
       01 group-table.
          05 group-entry        occurs 200 times
                                 indexed by group-idx.
             10 grp-name        pic x(32).
             10 grp-gid         pic 9(5).

       01 holding-count         pic 9(4).
       01 holding-table.
          05 holding-entry      occurs 3000 times
                                 indexed by hold-idx.
             10 hd-account      pic x(64).
             10 hd-item         pic x(40).
             10 hd-released-flag
                                pic x.
                88 hd-released  value 'Y'.

       01 group-gid-text        pic x(8).
       01 group-members         pic x(512).
       01 member-item           pic x(64).
       01 member-pos            pic 9(4).

       01 pass-account          pic x(64).
       01 pass-passwd           pic x(64).
       01 pass-uid-text         pic x(8).
       01 pass-gid-text         pic x(8).
       01 pass-gid              pic 9(5).

       01 auth-operator         pic x(32).
       01 auth-function         pic x(20).

       01 holder-account        pic x(64).
       01 holder-item           pic x(40).
       01 check-item            pic x(40).
       01 other-item            pic x(40).
       01 probe-item            pic x(40).
       01 held-flag             pic x value 'N'.
          88 item-held          value 'Y'.
       01 excepted-flag         pic x value 'N'.
          88 pair-excepted      value 'Y'.
       01 today-edited          pic x(10).

       01 sod-msg-id            pic x(8).
       01 sod-msg-sub           pic x(80).

       77 colon                 pic x value ":".

       linkage section.
       01 sod-action            pic x.
       01 sod-account           pic x(64).
       01 sod-item              pic x(40).
       01 sod-conflict-flag     pic x.
          88 sod-conflict       value "Y", false "N".
       01 sod-conflict-item     pic x(40).

       procedure division using sod-action, sod-account, sod-item,
           sod-conflict-flag, sod-conflict-item.
       sod-check-main.
       if not sod-loaded
           perform load-sod-tables
       end-if

       set sod-conflict to false
       move spaces to sod-conflict-item
       move sod-item to check-item
       move upper-case(check-item(1:1)) to check-item(1:1)
       if check-item(1:2) = "P:"
           perform resolve-primary-group
       end-if
       if check-item = spaces or sod-account = spaces
           goback
       end-if

       move sod-account to holder-account
       move check-item to holder-item
       if upper-case(sod-action) = "R"
           perform release-holding
           goback
       end-if
       if sod-overflow-count > 0
           perform refuse-tables-full
           goback
       end-if

       perform varying rule-idx from 1 by 1
               until rule-idx > rule-count
           move spaces to other-item
           if sr-item-a(rule-idx) = check-item
               move sr-item-b(rule-idx) to other-item
           end-if
           if sr-item-b(rule-idx) = check-item
               move sr-item-a(rule-idx) to other-item
           end-if
           if other-item not = spaces
                   and other-item not = check-item
               move other-item to probe-item
               perform check-held
               if item-held
                   perform check-exception
                   if not pair-excepted
                       set sod-conflict to true
                       move other-item to sod-conflict-item
                       exit perform
                   end-if
               end-if
           end-if
       end-perform

       if sod-conflict
           perform report-refusal
       else
           perform add-holding
           if sod-overflow-count > 0
               perform refuse-tables-full
           end-if
       end-if
       goback
       .

      *> **********************
       load-sod-tables.
       set sod-loaded to true
       string current-date(1:4) "-" current-date(5:2) "-"
           current-date(7:2) into today-edited
       end-string
       perform load-rules
       perform load-exceptions
       perform load-group-holdings
       perform load-primary-holdings
       perform load-function-holdings
       .

      *> **********************
       load-rules.
       open input rules-file
       if not rules-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read rules-file
               at end
                   set load-eof to true
               not at end
                   if rules-record not = spaces
                       and rules-record(1:1) not = "#"
                       and rule-count < 200
                       add 1 to rule-count
                       unstring rules-record delimited by ","
                           into sr-item-a(rule-count),
                               sr-item-b(rule-count)
                       move upper-case(sr-item-a(rule-count)(1:1))
                         to sr-item-a(rule-count)(1:1)
                       move upper-case(sr-item-b(rule-count)(1:1))
                         to sr-item-b(rule-count)(1:1)
                       if sr-item-a(rule-count) = spaces
                           or sr-item-b(rule-count) = spaces
                           subtract 1 from rule-count
                       end-if
                   end-if
           end-read
       end-perform
       close rules-file
       .

      *> **********************
       load-exceptions.
       open input sod-exception-file
       if not sod-exception-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read sod-exception-file
               at end
                   set load-eof to true
               not at end
                   if sod-exception-record not = spaces
                       and sod-exception-record(1:1) not = "#"
                       and exception-count < 200
                       add 1 to exception-count
                       unstring sod-exception-record delimited by ","
                           into se-account(exception-count),
                               se-item-a(exception-count),
                               se-item-b(exception-count),
                               se-approver(exception-count),
                               se-expires(exception-count)
                       move upper-case(se-item-a(exception-count)
                           (1:1)) to se-item-a(exception-count)(1:1)
                       move upper-case(se-item-b(exception-count)
                           (1:1)) to se-item-b(exception-count)(1:1)
                   end-if
           end-read
       end-perform
       close sod-exception-file
       .

      *> **********************
       load-group-holdings.
       open input group-master-file
       if not group-master-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read group-master-file
               at end
                   set load-eof to true
               not at end
                   if group-master-record not = spaces
                       and group-count = 200
                       add 1 to sod-overflow-count
                   end-if
                   if group-master-record not = spaces
                       and group-count < 200
                       perform load-one-group
                   end-if
           end-read
       end-perform
       close group-master-file
       .

      *> **********************
       load-one-group.
       add 1 to group-count
       move spaces to group-gid-text group-members
       unstring group-master-record delimited by colon
           into grp-name(group-count), group-gid-text,
               group-members
       move numval(group-gid-text) to grp-gid(group-count)

       move spaces to holder-item
       string "G:" trim(grp-name(group-count)) into holder-item
       end-string
       move 1 to member-pos
       perform until member-pos > 512
           move spaces to member-item
           unstring group-members delimited by ","
               into member-item with pointer member-pos
           end-unstring
           if member-item = spaces then
               exit perform
           end-if
           move member-item to holder-account
           perform add-holding
       end-perform
       .

      *> **********************
      *> The primary gid on the passfile is a membership too.
       load-primary-holdings.
       open input pass-file
       if not pass-ok-status then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read pass-file
               at end
                   set load-eof to true
               not at end
                   if fd-pass-record not = spaces
                       move spaces to pass-account pass-passwd
                           pass-uid-text pass-gid-text
                       unstring fd-pass-record delimited by colon
                           into pass-account, pass-passwd,
                               pass-uid-text, pass-gid-text
                       move spaces to check-item
                       string "P:" trim(pass-gid-text)
                           into check-item
                       end-string
                       perform resolve-primary-group
                       if check-item not = spaces
                           move pass-account to holder-account
                           move check-item to holder-item
                           perform add-holding
                       end-if
                   end-if
           end-read
       end-perform
       close pass-file
       .

      *> **********************
       load-function-holdings.
       open input auth-table-file
       if not auth-table-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read auth-table-file
               at end
                   set load-eof to true
               not at end
                   if auth-table-record not = spaces
                       and auth-table-record(1:1) not = "#"
                       move spaces to auth-operator auth-function
                       unstring auth-table-record delimited by ","
                           into auth-operator, auth-function
                       move auth-operator to holder-account
                       move spaces to holder-item
                       string "F:" trim(auth-function)
                           into holder-item
                       end-string
                       perform add-holding
                   end-if
           end-read
       end-perform
       close auth-table-file
       .

      *> **********************
      *> P:gid becomes G:name; a gid no group carries becomes
      *> spaces, which nothing can conflict with.
       resolve-primary-group.
       move numval(check-item(3:)) to pass-gid
       move spaces to check-item
       perform varying group-idx from 1 by 1
               until group-idx > group-count
           if grp-gid(group-idx) = pass-gid
               string "G:" trim(grp-name(group-idx))
                   into check-item
               end-string
               exit perform
           end-if
       end-perform
       .

      *> **********************
       add-holding.
       perform varying hold-idx from 1 by 1
               until hold-idx > holding-count
           if hd-account(hold-idx) = holder-account
               and hd-item(hold-idx) = holder-item
               move 'N' to hd-released-flag(hold-idx)
               exit paragraph
           end-if
       end-perform
       if holding-count < 3000
           add 1 to holding-count
           move holder-account to hd-account(holding-count)
           move holder-item to hd-item(holding-count)
           move 'N' to hd-released-flag(holding-count)
       else
           add 1 to sod-overflow-count
       end-if
       .

      *> **********************
       release-holding.
       perform varying hold-idx from 1 by 1
               until hold-idx > holding-count
           if hd-account(hold-idx) = holder-account
               and hd-item(hold-idx) = holder-item
               set hd-released(hold-idx) to true
           end-if
       end-perform
       .

      *> **********************
       check-held.
       move 'N' to held-flag
       perform varying hold-idx from 1 by 1
               until hold-idx > holding-count
           if hd-account(hold-idx) = sod-account
               and hd-item(hold-idx) = probe-item
               and not hd-released(hold-idx)
               set item-held to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
      *> An exception counts only with an approver named and an
      *> expiry date, if it has one, not yet passed.
       check-exception.
       move 'N' to excepted-flag
       perform varying exc-idx from 1 by 1
               until exc-idx > exception-count
           if se-account(exc-idx) = sod-account
               and ((se-item-a(exc-idx) = check-item
                     and se-item-b(exc-idx) = other-item)
                 or (se-item-a(exc-idx) = other-item
                     and se-item-b(exc-idx) = check-item))
               and se-approver(exc-idx) not = spaces
               and (se-expires(exc-idx) = spaces
                 or se-expires(exc-idx) >= today-edited)
               set pair-excepted to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
       report-refusal.
       move "SOD001E" to sod-msg-id
       move spaces to sod-msg-sub
       string trim(sod-account trailing) " holds "
           trim(other-item) " - " trim(check-item)
           " refused"
           into sod-msg-sub
       end-string
       call "show-message" using sod-msg-id, sod-msg-sub
       .

      *> **********************
       refuse-tables-full.
       set sod-conflict to true
       move "SOD-TABLES-FULL" to sod-conflict-item
       move "SOD002E" to sod-msg-id
       move spaces to sod-msg-sub
       string "holding tables full - " trim(sod-account trailing)
           " " trim(check-item) " refused"
           into sod-msg-sub
       end-string
       call "show-message" using sod-msg-id, sod-msg-sub
       .
       end program sod-check.

      *> ***************************************************************
      *> Segregation-of-duties conflict report.  Reads passfile,
      *> group-master.txt and operator-auth.txt into each account's
      *> holdings - G:group for every group membership, the primary
      *> gid included, and F:function for every operator
      *> authority - and checks every account against every pair on
      *> sod-rules.txt.  Each account holding both sides of a pair is
      *> listed on sod-conflict-report.txt, as EXCEPTION with its
      *> approver where sod-exceptions.txt covers it, otherwise as
      *> CONFLICT (an expired exception no longer covers anything).
      *> Unexcepted conflicts end the run non-zero.
       identification division.
       program-id. sod-report.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select rules-file
           assign to "sod-rules.txt"
           organization is line sequential
           status is rules-status.

           select sod-exception-file
           assign to "sod-exceptions.txt"
           organization is line sequential
           status is sod-exception-status.

           select group-master-file
           assign to "group-master.txt"
           organization is line sequential
           status is group-master-status.

           select pass-file
           assign to "passfile"
           organization is line sequential
           status is pass-status.

           select auth-table-file
           assign to "operator-auth.txt"
           organization is line sequential
           status is auth-table-status.

           select sod-report-file
           assign to "sod-conflict-report.txt"
           organization is line sequential
           status is sod-report-status.

       data division.
       file section.
       fd rules-file.
       01 rules-record          pic x(100).

       fd sod-exception-file.
       01 sod-exception-record  pic x(200).

       fd group-master-file.
       01 group-master-record   pic x(600).

       fd pass-file.
       01 fd-pass-record        pic x(2048).

       fd auth-table-file.
       01 auth-table-record     pic x(60).

       fd sod-report-file.
       01 sod-report-line       pic x(160).

       working-storage section.
       01 rules-status          pic xx.
          88 rules-ok           values '00' thru '09'.
       01 sod-exception-status  pic xx.
          88 sod-exception-ok   values '00' thru '09'.
       01 group-master-status   pic xx.
          88 group-master-ok    values '00' thru '09'.
       01 pass-status           pic xx.
          88 pass-ok-status     values '00' thru '09'.
       01 auth-table-status     pic xx.
          88 auth-table-ok      values '00' thru '09'.
       01 sod-report-status     pic xx.
          88 sod-report-ok      values '00' thru '09'.

       01 load-eof-flag         pic x value 'N'.
          88 load-eof           value 'Y'.

       01 rule-count            pic 9(3).
       01 rule-table.
          05 rule-entry         occurs 200 times
                                 indexed by rule-idx.
             10 sr-item-a       pic x(40).
             10 sr-item-b       pic x(40).

       01 exception-count       pic 9(3).
       01 exception-table.
          05 exception-entry    occurs 200 times
                                 indexed by exc-idx.
             10 se-account      pic x(64).
             10 se-item-a       pic x(40).
             10 se-item-b       pic x(40).
             10 se-approver     pic x(32).
             10 se-expires      pic x(10).

       01 group-count           pic 9(3).
       01 group-table.
          05 group-entry        occurs 200 times
                                 indexed by group-idx.
             10 grp-name        pic x(32).
             10 grp-gid         pic 9(5).
             10 grp-members     pic x(512).

      *> every account or operator that holds anything, in first-
      *> seen order, with its passfile status where it has one
       01 holder-count          pic 9(4).
       01 holder-table.
          05 holder-entry       occurs 2000 times
                                 indexed by holder-idx.
             10 hl-account      pic x(64).
             10 hl-status       pic x.

       01 holding-count         pic 9(4).
       01 holding-table.
          05 holding-entry      occurs 3000 times
                                 indexed by hold-idx.
             10 hd-account      pic x(64).
             10 hd-item         pic x(40).

       01 group-gid-text        pic x(8).
       01 member-item           pic x(64).
       01 member-pos            pic 9(4).

       01 pass-account          pic x(64).
       01 pass-passwd           pic x(64).
       01 pass-uid-text         pic x(8).
       01 pass-gid-text         pic x(8).
       01 pass-details          pic x(600).
       01 pass-homedir          pic x(256).
       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 pass-gid              pic 9(5).

       01 auth-operator         pic x(32).
       01 auth-function         pic x(20).

       01 holder-account        pic x(64).
       01 holder-item           pic x(40).
       01 holder-status         pic x.
       01 probe-item            pic x(40).
       01 held-flag             pic x value 'N'.
          88 item-held          value 'Y'.
       01 held-a-flag           pic x value 'N'.
          88 holds-item-a       value 'Y'.
       01 excepted-flag         pic x value 'N'.
          88 pair-excepted      value 'Y'.
       01 expired-flag          pic x value 'N'.
          88 exception-expired  value 'Y'.
       01 today-edited          pic x(10).

       01 report-work           pic x(160).
       01 report-suffix         pic x(40).

       01 conflicts-open        pic 9(5).
       01 conflicts-excepted    pic 9(5).
      *> groups, holders or holdings past their tables; the report
      *> is then incomplete and says so
       01 sod-overflow-count    pic 9(5) value 0.

      *> ***************************************************************
       procedure division.
       sod-report-main.
       string current-date(1:4) "-" current-date(5:2) "-"
           current-date(7:2) into today-edited
       end-string

       perform load-rules
       if rule-count = 0 then
           display "sod-report: no sod-rules.txt pairs - nothing "
                   "to check."
           goback
       end-if
       perform load-exceptions
       perform load-passfile-holdings
       perform load-group-holdings
       perform load-function-holdings

       open output sod-report-file
       if not sod-report-ok then
           display "sod-report: report file could not be opened."
               upon syserr
           move 1 to return-code
           goback
       end-if
       move spaces to sod-report-line
       call "report-environment" using sod-report-line
       write sod-report-line
       move spaces to sod-report-line
       string "SEGREGATION OF DUTIES  " rule-count " RULE(S)  "
           holder-count " HOLDER(S)"
           into sod-report-line
       end-string
       write sod-report-line
       if sod-overflow-count > 0 then
           move spaces to sod-report-line
           string "INCOMPLETE - " sod-overflow-count
               " GROUP(S)/HOLDING(S) PAST THE TABLES NOT CHECKED"
               into sod-report-line
           end-string
           write sod-report-line
       end-if

       perform varying holder-idx from 1 by 1
               until holder-idx > holder-count
           perform check-one-holder
       end-perform

       move spaces to sod-report-line
       write sod-report-line
       move spaces to sod-report-line
       string "CONFLICTS " conflicts-open
           "  COVERED BY EXCEPTION " conflicts-excepted
           into sod-report-line
       end-string
       write sod-report-line
       close sod-report-file

       display "sod-report: " conflicts-open " conflict(s), "
               conflicts-excepted " under approved exception."
       if conflicts-open > 0 then
           move 1 to return-code
       end-if
       if sod-overflow-count > 0 then
           display "sod-report: " sod-overflow-count
                   " group(s)/holding(s) past the tables - report "
                   "incomplete." upon syserr
           move 1 to return-code
       end-if
       goback
       .

      *> **********************
       load-rules.
       open input rules-file
       if not rules-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read rules-file
               at end
                   set load-eof to true
               not at end
                   if rules-record not = spaces
                       and rules-record(1:1) not = "#"
                       and rule-count < 200
                       add 1 to rule-count
                       unstring rules-record delimited by ","
                           into sr-item-a(rule-count),
                               sr-item-b(rule-count)
                       move upper-case(sr-item-a(rule-count)(1:1))
                         to sr-item-a(rule-count)(1:1)
                       move upper-case(sr-item-b(rule-count)(1:1))
                         to sr-item-b(rule-count)(1:1)
                       if sr-item-a(rule-count) = spaces
                           or sr-item-b(rule-count) = spaces
                           subtract 1 from rule-count
                       end-if
                   end-if
           end-read
       end-perform
       close rules-file
       .

      *> **********************
       load-exceptions.
       open input sod-exception-file
       if not sod-exception-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read sod-exception-file
               at end
                   set load-eof to true
               not at end
                   if sod-exception-record not = spaces
                       and sod-exception-record(1:1) not = "#"
                       and exception-count < 200
                       add 1 to exception-count
                       unstring sod-exception-record
                           delimited by ","
                           into se-account(exception-count),
                               se-item-a(exception-count),
                               se-item-b(exception-count),
                               se-approver(exception-count),
                               se-expires(exception-count)
                       move upper-case(se-item-a(exception-count)
                           (1:1)) to se-item-a(exception-count)(1:1)
                       move upper-case(se-item-b(exception-count)
                           (1:1)) to se-item-b(exception-count)(1:1)
                   end-if
           end-read
       end-perform
       close sod-exception-file
       .

      *> **********************
      *> The group master is read first so the primary gids on the
      *> passfile can be named; passfile accounts then lead the
      *> holder list with their status.
       load-passfile-holdings.
       open input group-master-file
       if group-master-ok then
           move 'N' to load-eof-flag
           perform until load-eof
               read group-master-file
                   at end
                       set load-eof to true
                   not at end
                       if group-master-record not = spaces
                           and group-count = 200
                           add 1 to sod-overflow-count
                       end-if
                       if group-master-record not = spaces
                           and group-count < 200
                           add 1 to group-count
                           move spaces to group-gid-text
                           unstring group-master-record
                               delimited by ":"
                               into grp-name(group-count),
                                   group-gid-text,
                                   grp-members(group-count)
                           move numval(group-gid-text)
                             to grp-gid(group-count)
                       end-if
               end-read
           end-perform
           close group-master-file
       end-if

       open input pass-file
       if not pass-ok-status then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read pass-file
               at end
                   set load-eof to true
               not at end
                   if fd-pass-record not = spaces
                       perform load-one-pass-holder
                   end-if
           end-read
       end-perform
       close pass-file
       .

      *> **********************
       load-one-pass-holder.
       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
       move space to pass-acct-status
       unstring fd-pass-record delimited by ":"
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status
       move pass-account to holder-account
       move pass-acct-status to holder-status
       perform add-holder

       move numval(pass-gid-text) to pass-gid
       perform varying group-idx from 1 by 1
               until group-idx > group-count
           if grp-gid(group-idx) = pass-gid
               move spaces to holder-item
               string "G:" trim(grp-name(group-idx))
                   into holder-item
               end-string
               perform add-holding
               exit perform
           end-if
       end-perform
       .

      *> **********************
       load-group-holdings.
       perform varying group-idx from 1 by 1
               until group-idx > group-count
           move spaces to holder-item
           string "G:" trim(grp-name(group-idx)) into holder-item
           end-string
           move 1 to member-pos
           perform until member-pos > 512
               move spaces to member-item
               unstring grp-members(group-idx) delimited by ","
                   into member-item with pointer member-pos
               end-unstring
               if member-item = spaces then
                   exit perform
               end-if
               move member-item to holder-account
               move space to holder-status
               perform add-holder
               perform add-holding
           end-perform
       end-perform
       .

      *> **********************
       load-function-holdings.
       open input auth-table-file
       if not auth-table-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read auth-table-file
               at end
                   set load-eof to true
               not at end
                   if auth-table-record not = spaces
                       and auth-table-record(1:1) not = "#"
                       move spaces to auth-operator auth-function
                       unstring auth-table-record delimited by ","
                           into auth-operator, auth-function
                       move auth-operator to holder-account
                       move space to holder-status
                       perform add-holder
                       move spaces to holder-item
                       string "F:" trim(auth-function)
                           into holder-item
                       end-string
                       perform add-holding
                   end-if
           end-read
       end-perform
       close auth-table-file
       .

      *> **********************
       add-holder.
       perform varying holder-idx from 1 by 1
               until holder-idx > holder-count
           if hl-account(holder-idx) = holder-account
               exit paragraph
           end-if
       end-perform
       if holder-count < 2000
           add 1 to holder-count
           move holder-account to hl-account(holder-count)
           move holder-status to hl-status(holder-count)
       else
           add 1 to sod-overflow-count
       end-if
       .

      *> **********************
       add-holding.
       perform varying hold-idx from 1 by 1
               until hold-idx > holding-count
           if hd-account(hold-idx) = holder-account
               and hd-item(hold-idx) = holder-item
               exit paragraph
           end-if
       end-perform
       if holding-count < 3000
           add 1 to holding-count
           move holder-account to hd-account(holding-count)
           move holder-item to hd-item(holding-count)
       else
           add 1 to sod-overflow-count
       end-if
       .

      *> **********************
       check-one-holder.
       move hl-account(holder-idx) to holder-account
       perform varying rule-idx from 1 by 1
               until rule-idx > rule-count
           move sr-item-a(rule-idx) to probe-item
           perform check-held
           move held-flag to held-a-flag
           move sr-item-b(rule-idx) to probe-item
           perform check-held
           if holds-item-a and item-held
               perform check-exception
               perform write-conflict-line
           end-if
       end-perform
       .

      *> **********************
       check-held.
       move 'N' to held-flag
       perform varying hold-idx from 1 by 1
               until hold-idx > holding-count
           if hd-account(hold-idx) = holder-account
               and hd-item(hold-idx) = probe-item
               set item-held to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
       check-exception.
       move 'N' to excepted-flag
       move 'N' to expired-flag
       perform varying exc-idx from 1 by 1
               until exc-idx > exception-count
           if se-account(exc-idx) = holder-account
               and ((se-item-a(exc-idx) = sr-item-a(rule-idx)
                     and se-item-b(exc-idx) = sr-item-b(rule-idx))
                 or (se-item-a(exc-idx) = sr-item-b(rule-idx)
                     and se-item-b(exc-idx) = sr-item-a(rule-idx)))
               and se-approver(exc-idx) not = spaces
               if se-expires(exc-idx) = spaces
                   or se-expires(exc-idx) >= today-edited
                   set pair-excepted to true
                   exit perform
               end-if
               set exception-expired to true
           end-if
       end-perform
       .

      *> **********************
       write-conflict-line.
       move spaces to sod-report-line
       if pair-excepted
           add 1 to conflicts-excepted
           string "EXCEPTION " trim(holder-account trailing)
               " " trim(sr-item-a(rule-idx)) " + "
               trim(sr-item-b(rule-idx)) " approved by "
               trim(se-approver(exc-idx))
               into sod-report-line
           end-string
           if se-expires(exc-idx) not = spaces
               move spaces to report-suffix
               string " until " se-expires(exc-idx)
                   into report-suffix
               end-string
               perform append-report-suffix
           end-if
       else
           add 1 to conflicts-open
           string "CONFLICT  " trim(holder-account trailing)
               " " trim(sr-item-a(rule-idx)) " + "
               trim(sr-item-b(rule-idx))
               into sod-report-line
           end-string
           if exception-expired
               move " (exception expired)" to report-suffix
               perform append-report-suffix
           end-if
       end-if
       if hl-status(holder-idx) = "T"
           move " (terminated)" to report-suffix
           perform append-report-suffix
       end-if
       write sod-report-line
       .

      *> **********************
       append-report-suffix.
       move sod-report-line to report-work
       move spaces to sod-report-line
       string trim(report-work trailing) report-suffix
           into sod-report-line
       end-string
       .
       end program sod-report.

      *> ***************************************************************
      *> uid/gid allocation service.  id-ranges.txt carries one
      *> "account-type,UID|GID,low,high" line per block, plus an
      *> optional "QUARANTINE,days" line (default 365) and
      *> "WARN,percent" line (default 90) for id-range-report; with
      *> no file the STAFF type gets the 1000-1999 block for both,
      *> the range append always used.  Ids in use come from the
      *> passfile (uid and primary gid) and group-master.txt (gid).
      *> An id on a terminated account stays out of circulation
      *> until the quarantine period after its termination-date has
      *> passed - for ever, if the record carries no date - so a
      *> leaver's files on disk are never handed to the next joiner.
      *>   action A  allocate the lowest free id of id-kind (U or G)
      *>             in id-type's range into id-value; ids handed
      *>             out are held for the rest of the run
      *>   action V  is id-value inside some configured range of
      *>             id-kind?
      *>   action F  is id-value of id-kind free - not in use, not
      *>             in quarantine and not handed out this run?  A
      *>             free id is then held for the rest of the run;
      *>             the caller leaves out an account's own id
      *>   action C  range number id-value: its type, kind, bounds
      *>             and occupancy, for the fullness report
      *> id-ok answers each.
       identification division.
       program-id. id-allocator.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select range-file
           assign to "id-ranges.txt"
           organization is line sequential
           status is range-status.

           select pass-file
           assign to "passfile"
           organization is line sequential
           status is pass-status.

           select group-master-file
           assign to "group-master.txt"
           organization is line sequential
           status is group-master-status.

       data division.
       file section.
       fd range-file.
       01 range-record          pic x(80).

       fd pass-file.
       01 fd-pass-record        pic x(2048).

       fd group-master-file.
       01 group-master-record   pic x(600).

       working-storage section.
       01 range-status          pic xx.
          88 range-ok           values '00' thru '09'.
       01 pass-status           pic xx.
          88 pass-ok-status     values '00' thru '09'.
       01 group-master-status   pic xx.
          88 group-master-ok    values '00' thru '09'.

       01 load-eof-flag         pic x value 'N'.
          88 load-eof           value 'Y'.
       01 alloc-loaded-flag     pic x value 'N'.
          88 alloc-loaded       value 'Y'.

       01 quarantine-days       pic 9(5) value 365.
       01 warn-percent          pic 9(3) value 90.

       01 range-count           pic 9(3).
       01 range-table.
          05 range-entry        occurs 100 times
                                 indexed by range-idx.
             10 rg-type         pic x(16).
             10 rg-kind         pic x.
             10 rg-low          pic 9(5).
             10 rg-high         pic 9(5).

       01 range-type-text       pic x(16).
       01 range-kind-text       pic x(8).
       01 range-low-text        pic x(8).
       01 range-high-text       pic x(8).

      *> one state byte per id: space free, A in use, Q quarantined,
      *> N handed out this run
       01 uid-map.
          05 uid-state          pic x occurs 100000 times.
       01 gid-map.
          05 gid-state          pic x occurs 100000 times.

       01 pass-account          pic x(64).
       01 pass-passwd           pic x(64).
       01 pass-uid-text         pic x(8).
       01 pass-gid-text         pic x(8).
       01 pass-details          pic x(600).
       01 pass-homedir          pic x(256).
       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 pass-term-date        pic x(10).
       01 id-work               pic 9(6).
       01 mark-state            pic x.
       01 group-name-text       pic x(32).
       01 group-gid-text        pic x(8).

       01 today-int             pic 9(9).
       01 term-int              pic 9(9).
       01 term-yyyymmdd         pic 9(8).
       01 scan-id               pic 9(6).
       01 scan-state            pic x.

       linkage section.
       01 id-action             pic x.
       01 id-kind               pic x.
       01 id-type               pic x(16).
       01 id-value              pic 9(5).
       01 id-result-flag        pic x.
          88 id-ok              value "Y", false "N".
       01 id-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).

       procedure division using id-action, id-kind, id-type,
           id-value, id-result-flag, id-range-stats.
       id-allocator-main.
       if not alloc-loaded
           perform load-allocator-tables
       end-if
       set id-ok to false

       evaluate upper-case(id-action)
           when "A"
               perform allocate-next-id
           when "V"
               perform validate-id
           when "F"
               perform check-id-free
           when "C"
               perform count-one-range
       end-evaluate
       goback
       .

      *> **********************
       load-allocator-tables.
       set alloc-loaded to true
       move spaces to uid-map gid-map
       compute today-int = integer-of-date(
           numval(current-date(1:8)))
       perform load-ranges
       if range-count = 0
           move 2 to range-count
           move "STAFF" to rg-type(1) rg-type(2)
           move "U" to rg-kind(1)
           move "G" to rg-kind(2)
           move 1000 to rg-low(1) rg-low(2)
           move 1999 to rg-high(1) rg-high(2)
       end-if
       perform load-passfile-ids
       perform load-group-ids
       .

      *> **********************
       load-ranges.
       open input range-file
       if not range-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read range-file
               at end
                   set load-eof to true
               not at end
                   if range-record not = spaces
                       and range-record(1:1) not = "#"
                       perform load-one-range
                   end-if
           end-read
       end-perform
       close range-file
       .

      *> **********************
       load-one-range.
       move spaces to range-type-text range-kind-text
           range-low-text range-high-text
       unstring range-record delimited by ","
           into range-type-text, range-kind-text, range-low-text,
               range-high-text
       move upper-case(range-type-text) to range-type-text
       evaluate true
           when range-type-text = "QUARANTINE"
               if test-numval(trim(range-kind-text)) = 0
                   move numval(range-kind-text) to quarantine-days
               end-if
           when range-type-text = "WARN"
               if test-numval(trim(range-kind-text)) = 0
                   move numval(range-kind-text) to warn-percent
               end-if
           when range-count = 100
               continue
           when test-numval(trim(range-low-text)) not = 0
           when test-numval(trim(range-high-text)) not = 0
               display "id-allocator: bad range line "
                       trim(range-record) upon syserr
           when numval(range-low-text) > numval(range-high-text)
               display "id-allocator: bad range line "
                       trim(range-record) upon syserr
           when other
               add 1 to range-count
               move range-type-text to rg-type(range-count)
               move upper-case(range-kind-text(1:1))
                 to rg-kind(range-count)
               move numval(range-low-text) to rg-low(range-count)
               move numval(range-high-text)
                 to rg-high(range-count)
       end-evaluate
       .

      *> **********************
       load-passfile-ids.
       open input pass-file
       if not pass-ok-status then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read pass-file
               at end
                   set load-eof to true
               not at end
                   if fd-pass-record not = spaces
                       perform load-one-pass-id
                   end-if
           end-read
       end-perform
       close pass-file
       .

      *> **********************
      *> Active accounts hold their ids; a terminated one holds them
      *> in quarantine until termination-date plus the quarantine
      *> period, after which they are free again.
       load-one-pass-id.
       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
           pass-term-date
       move space to pass-acct-status
       unstring fd-pass-record delimited by ":"
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status, pass-term-date

       move "A" to mark-state
       if pass-acct-status = "T"
           move "Q" to mark-state
           if pass-term-date(5:1) = "-"
               move pass-term-date(1:4) to term-yyyymmdd(1:4)
               move pass-term-date(6:2) to term-yyyymmdd(5:2)
               move pass-term-date(9:2) to term-yyyymmdd(7:2)
               if term-yyyymmdd numeric
                   compute term-int = integer-of-date(term-yyyymmdd)
                   if term-int + quarantine-days <= today-int
                       move space to mark-state
                   end-if
               end-if
           end-if
       end-if
       if mark-state = space then
           exit paragraph
       end-if

       if test-numval(trim(pass-uid-text)) = 0
           move numval(pass-uid-text) to id-work
           if id-work < 100000
               perform mark-uid
           end-if
       end-if
       if test-numval(trim(pass-gid-text)) = 0
           move numval(pass-gid-text) to id-work
           if id-work < 100000
               perform mark-gid
           end-if
       end-if
       .

      *> **********************
       mark-uid.
       if uid-state(id-work + 1) not = "A"
           move mark-state to uid-state(id-work + 1)
       end-if
       .

      *> **********************
       mark-gid.
       if gid-state(id-work + 1) not = "A"
           move mark-state to gid-state(id-work + 1)
       end-if
       .

      *> **********************
       load-group-ids.
       open input group-master-file
       if not group-master-ok then
           exit paragraph
       end-if
       move "A" to mark-state
       move 'N' to load-eof-flag
       perform until load-eof
           read group-master-file
               at end
                   set load-eof to true
               not at end
                   if group-master-record not = spaces
                       move spaces to group-name-text
                           group-gid-text
                       unstring group-master-record
                           delimited by ":"
                           into group-name-text, group-gid-text
                       if test-numval(trim(group-gid-text)) = 0
                           move numval(group-gid-text) to id-work
                           if id-work < 100000
                               perform mark-gid
                           end-if
                       end-if
                   end-if
           end-read
       end-perform
       close group-master-file
       .

      *> **********************
       allocate-next-id.
       move zero to id-value
       perform varying range-idx from 1 by 1
               until range-idx > range-count
           if rg-type(range-idx) = upper-case(id-type)
               and rg-kind(range-idx) = upper-case(id-kind)
               perform scan-range-for-free
               if id-ok
                   exit perform
               end-if
           end-if
       end-perform
       .

      *> **********************
       scan-range-for-free.
       perform varying scan-id from rg-low(range-idx) by 1
               until scan-id > rg-high(range-idx)
           perform get-scan-state
           if scan-state = space
               move scan-id to id-value
               if rg-kind(range-idx) = "U"
                   move "N" to uid-state(scan-id + 1)
               else
                   move "N" to gid-state(scan-id + 1)
               end-if
               set id-ok to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
       get-scan-state.
       if rg-kind(range-idx) = "U"
           move uid-state(scan-id + 1) to scan-state
       else
           move gid-state(scan-id + 1) to scan-state
       end-if
       .

      *> **********************
       validate-id.
       perform varying range-idx from 1 by 1
               until range-idx > range-count
           if rg-kind(range-idx) = upper-case(id-kind)
               and id-value >= rg-low(range-idx)
               and id-value <= rg-high(range-idx)
               set id-ok to true
               exit perform
           end-if
       end-perform
       .

      *> **********************
       check-id-free.
       if id-value > 99999 then
           exit paragraph
       end-if
       if upper-case(id-kind) = "U"
           if uid-state(id-value + 1) = space
               move "N" to uid-state(id-value + 1)
               set id-ok to true
           end-if
       else
           if gid-state(id-value + 1) = space
               move "N" to gid-state(id-value + 1)
               set id-ok to true
           end-if
       end-if
       .

      *> **********************
       count-one-range.
       if id-value = 0 or id-value > range-count then
           exit paragraph
       end-if
       set range-idx to id-value
       move rg-type(range-idx) to id-type
       move rg-kind(range-idx) to id-kind
       move rg-low(range-idx) to ir-low
       move rg-high(range-idx) to ir-high
       move zero to ir-in-use ir-quarantined ir-free
       move warn-percent to ir-warn-percent
       perform varying scan-id from rg-low(range-idx) by 1
               until scan-id > rg-high(range-idx)
           perform get-scan-state
           evaluate scan-state
               when "A"
               when "N"
                   add 1 to ir-in-use
               when "Q"
                   add 1 to ir-quarantined
               when other
                   add 1 to ir-free
           end-evaluate
       end-perform
       set id-ok to true
       .
       end program id-allocator.

      *> ***************************************************************
      *> How full each uid/gid block on id-ranges.txt is, so a block
      *> running out is known about before a joiner is refused.
      *> id-range-report.txt gives one line per range - in use,
      *> quarantined behind a leaver, free, percent taken - and a
      *> range at or past the WARN percentage (default 90) is
      *> flagged NEARLY FULL and raised through show-message
      *> (IDA001W).
       identification division.
       program-id. id-range-report.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select id-report-file
           assign to "id-range-report.txt"
           organization is line sequential
           status is id-report-status.

       data division.
       file section.
       fd id-report-file.
       01 id-report-line        pic x(120).

       working-storage section.
       01 id-report-status      pic xx.
          88 id-report-ok       values '00' thru '09'.

       01 alloc-action          pic x.
       01 alloc-kind            pic x.
       01 alloc-type            pic x(16).
       01 alloc-id              pic 9(5).
       01 alloc-result-flag     pic x.
          88 alloc-ok           value "Y".
       01 alloc-range-stats.
          05 ir-low             pic 9(5).
          05 ir-high            pic 9(5).
          05 ir-in-use          pic 9(5).
          05 ir-quarantined     pic 9(5).
          05 ir-free            pic 9(5).
          05 ir-warn-percent    pic 9(3).

       01 range-number          pic 9(5).
       01 range-size            pic 9(6).
       01 percent-taken         pic 9(3).
       01 percent-edited        pic zz9.
       01 kind-label            pic x(3).
       01 ranges-warned         pic 9(3).

       01 ida-msg-id            pic x(8).
       01 ida-msg-sub           pic x(80).

      *> ***************************************************************
       procedure division.
       id-range-report-main.
       open output id-report-file
       if not id-report-ok then
           display "id-range-report: report file could not be "
                   "opened." upon syserr
           move 1 to return-code
           goback
       end-if
       move spaces to id-report-line
       call "report-environment" using id-report-line
       write id-report-line
       move "TYPE             KIND  LOW   HIGH  IN USE  QUARANTINED"
         to id-report-line
       move "FREE  TAKEN" to id-report-line(58:11)
       write id-report-line

       move "C" to alloc-action
       move 1 to range-number
       move range-number to alloc-id
       call "id-allocator" using alloc-action, alloc-kind, alloc-type,
           alloc-id, alloc-result-flag, alloc-range-stats
       perform until not alloc-ok
           perform write-range-line
           add 1 to range-number
           move range-number to alloc-id
           call "id-allocator" using alloc-action, alloc-kind,
               alloc-type, alloc-id, alloc-result-flag,
               alloc-range-stats
       end-perform
       close id-report-file

       display "id-range-report: " ranges-warned
               " range(s) at or past the warning level."
       if ranges-warned > 0 then
           move 1 to return-code
       end-if
       goback
       .

      *> **********************
       write-range-line.
       compute range-size = ir-high - ir-low + 1
       compute percent-taken =
           ((ir-in-use + ir-quarantined) * 100) / range-size
       move percent-taken to percent-edited
       if alloc-kind = "U"
           move "UID" to kind-label
       else
           move "GID" to kind-label
       end-if

       move spaces to id-report-line
       move alloc-type to id-report-line(1:16)
       move kind-label to id-report-line(18:3)
       move ir-low to id-report-line(24:5)
       move ir-high to id-report-line(30:5)
       move ir-in-use to id-report-line(36:5)
       move ir-quarantined to id-report-line(44:5)
       move ir-free to id-report-line(58:5)
       move percent-edited to id-report-line(64:3)
       move "%" to id-report-line(67:1)
       if percent-taken >= ir-warn-percent
           add 1 to ranges-warned
           move "NEARLY FULL" to id-report-line(70:11)
           move "IDA001W" to ida-msg-id
           move spaces to ida-msg-sub
           string trim(alloc-type) " " kind-label " range "
               ir-low "-" ir-high " is "
               trim(percent-edited) "% taken"
               into ida-msg-sub
           end-string
           call "show-message" using ida-msg-id, ida-msg-sub
       end-if
       write id-report-line
       .
       end program id-range-report.

      *> ***************************************************************
      *> LDIF export of passfile and group-master.txt for the
      *> corporate directory, which is re-keyed from here.  A full
      *> run writes every active account (inetOrgPerson plus
      *> posixAccount under ou=People) and every group (posixGroup
      *> under ou=Group) to passfile-export.ldif.  A delta run writes
      *> change records only for the accounts and groups audit.log
      *> shows added, changed or removed since the last export: an
      *> account terminated or gone from passfile becomes a delete.
      *> The chain value of the last audit record exported is kept
      *> on ldif-export-position.txt and the next delta starts after
      *> it.  The first run, a ldif-full-export.txt marker, or a
      *> position no longer on audit.log (trimmed by the retention
      *> sweep) gives a full run.  The base DN comes from
      *> ldif-export-control.txt (default dc=example,dc=com).
      *> Passwords are never exported.  The entry count is written
      *> as a closing comment and the file is put on
      *> outbound-list.txt for outbound-manifest to receipt.
       identification division.
       program-id. ldif-export.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select pass-file
           assign to "passfile"
           organization is line sequential
           status is pass-status.

           select group-master-file
           assign to "group-master.txt"
           organization is line sequential
           status is group-master-status.

           select audit-file
           assign to "audit.log"
           organization is line sequential
           status is audit-status.

           select ldif-file
           assign to "passfile-export.ldif"
           organization is line sequential
           status is ldif-status.

           select optional full-marker-file
           assign to "ldif-full-export.txt"
           organization is line sequential
           status is full-marker-status.

           select optional position-file
           assign to "ldif-export-position.txt"
           organization is line sequential
           status is position-status.

           select optional ldif-control-file
           assign to "ldif-export-control.txt"
           organization is line sequential
           status is ldif-control-status.

           select optional outbound-list-file
           assign to "outbound-list.txt"
           organization is line sequential
           status is outbound-list-status.

       data division.
       file section.
       fd pass-file.
       01 fd-pass-record        pic x(2048).

       fd group-master-file.
       01 group-master-record   pic x(600).

       fd audit-file.
       01 audit-record          pic x(300).

       fd ldif-file.
       01 ldif-line             pic x(1024).

       fd full-marker-file.
       01 full-marker-record    pic x(20).

       fd position-file.
       01 position-record       pic x(80).

       fd ldif-control-file.
       01 ldif-control-record   pic x(200).

       fd outbound-list-file.
       01 outbound-list-record  pic x(100).

       working-storage section.
       01 pass-status           pic xx.
          88 pass-ok-status     values '00' thru '09'.
       01 group-master-status   pic xx.
          88 group-master-ok    values '00' thru '09'.
       01 audit-status          pic xx.
          88 audit-ok-status    values '00' thru '09'.
       01 ldif-status           pic xx.
          88 ldif-ok            values '00' thru '09'.
       01 full-marker-status    pic xx.
          88 full-marker-present value '00'.
          88 full-marker-open   values '00' thru '09'.
       01 position-status       pic xx.
          88 position-present   value '00'.
          88 position-ok        values '00' thru '09'.
       01 ldif-control-status   pic xx.
          88 ldif-control-present value '00'.
          88 ldif-control-open  values '00' thru '09'.
       01 outbound-list-status  pic xx.
          88 outbound-list-ok   values '00' thru '09'.

       01 load-eof-flag         pic x value 'N'.
          88 load-eof           value 'Y'.
       01 export-failed-flag    pic x value 'N'.
          88 export-failed      value 'Y'.

       01 export-mode-flag      pic x value 'D'.
          88 full-export        value 'F'.
          88 delta-export       value 'D'.
       01 ldif-base-dn          pic x(200) value "dc=example,dc=com".
       01 ldif-file-name        pic x(100)
                                 value "passfile-export.ldif".

      *> audit.log position: the chain value the last export stopped
      *> at, and the last one seen on this pass
       01 saved-chain           pic x(8) value spaces.
       01 last-chain            pic x(8) value spaces.
       01 saved-chain-flag      pic x value 'N'.
          88 saved-chain-found  value 'Y'.
       01 record-length         pic 9(4).
       01 audit-subject         pic x(64).
       01 audit-action          pic x(32).

      *> what audit.log says changed since the saved position
       01 touch-added-flag      pic x.
       01 touch-overflow-flag   pic x value 'N'.
          88 touch-overflow     value 'Y'.
       01 touched-account-count pic 9(4) value 0.
       01 touched-account-table.
          05 touched-account    occurs 1000 times
                                 indexed by ta-idx.
             10 ta-account      pic x(64).
             10 ta-added-flag   pic x.
                88 ta-added     value 'Y'.
             10 ta-seen-flag    pic x.
                88 ta-seen      value 'Y'.
       01 touched-group-count   pic 9(4) value 0.
       01 touched-group-table.
          05 touched-group      occurs 100 times
                                 indexed by tg-idx.
             10 tg-name         pic x(32).
             10 tg-added-flag   pic x.
                88 tg-added     value 'Y'.
             10 tg-seen-flag    pic x.
                88 tg-seen      value 'Y'.
       01 touch-found-flag      pic x value 'N'.
          88 touch-found        value 'Y'.

       01 pass-account          pic x(64).
       01 pass-passwd           pic x(64).
       01 pass-uid-text         pic x(8).
       01 pass-gid-text         pic x(8).
       01 pass-details          pic x(600).
       01 pass-homedir          pic x(256).
       01 pass-shell            pic x(256).
       01 pass-acct-status      pic x.
       01 fullname              pic x(128).
       01 office                pic x(128).
       01 extension             pic x(32).
       01 homephone             pic x(32).
       01 email                 pic x(128).
       01 surname               pic x(128).
       01 group-name            pic x(32).
       01 group-gid-text        pic x(8).
       01 group-members         pic x(512).
       01 member-item           pic x(64).
       01 member-pos            pic 9(4).
       01 id-number             pic 9(5).
       01 id-edited             pic z(4)9.

      *> one LDIF entry: A add (or plain content on a full run),
      *> M modify, attributes written by emit-attribute
       01 entry-mode            pic x.
          88 entry-add          value 'A'.
          88 entry-modify       value 'M'.
       01 dn-text               pic x(400).
       01 attr-name             pic x(32).
       01 attr-value            pic x(600).
       01 value-length          pic 9(4).
       01 scan-pos              pic 9(4).
       01 base64-flag           pic x.
          88 value-needs-base64 value 'Y'.

       01 base64-alphabet.
          05 filler             pic x(32) value
             "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef".
          05 filler             pic x(32) value
             "ghijklmnopqrstuvwxyz0123456789+/".
       01 base64-text           pic x(800).
       01 base64-pos            pic 9(4).
       01 byte-count            pic 9.
       01 byte-1                pic 9(3).
       01 byte-2                pic 9(3).
       01 byte-3                pic 9(3).
       01 triple-value          pic 9(8).
       01 sextet-table.
          05 sextet             pic 9(2) occurs 4 times.
       01 sextet-idx            pic 9.

       01 entries-added         pic 9(6) value 0.
       01 entries-modified      pic 9(6) value 0.
       01 entries-deleted       pic 9(6) value 0.
       01 entries-total         pic 9(6).
       01 listed-flag           pic x value 'N'.
          88 already-listed     value 'Y'.

      *> ***************************************************************
       procedure division.
       ldif-export-main.
       perform load-export-control
       perform choose-export-mode
       perform scan-audit-log
       if delta-export and not saved-chain-found
           display "ldif-export: position " saved-chain
                   " no longer on audit.log - full export written"
                   upon syserr
           set full-export to true
       end-if
       if delta-export and touch-overflow
           display "ldif-export: too many changes for a delta - "
                   "full export written" upon syserr
           set full-export to true
       end-if

       open output ldif-file
       if not ldif-ok then
           display "ldif-export: passfile-export.ldif could not be "
                   "opened." upon syserr
           move 1 to return-code
           goback
       end-if
       move "version: 1" to ldif-line
       write ldif-line
       move spaces to attr-value
       call "report-environment" using attr-value
       move spaces to ldif-line
       string "# " trim(attr-value trailing) into ldif-line
       end-string
       write ldif-line
       move spaces to ldif-line
       if full-export
           string "# full export" into ldif-line
           end-string
       else
           string "# changes after audit record C=" saved-chain
               into ldif-line
           end-string
       end-if
       write ldif-line

       perform export-accounts
       perform export-groups
       if delta-export
           perform export-removed-entries
       end-if

       compute entries-total =
           entries-added + entries-modified + entries-deleted
       move spaces to ldif-line
       write ldif-line
       move spaces to ldif-line
       string "# control count " entries-total " entries ("
           entries-added " add, " entries-modified " modify, "
           entries-deleted " delete)"
           into ldif-line
       end-string
       write ldif-line
       close ldif-file

      *> an export without the accounts must not move the delta
      *> position on or be offered to the directory load
       if export-failed
           display "ldif-export: export incomplete - position not "
                   "saved and file not registered." upon syserr
           move 1 to return-code
           goback
       end-if

       perform save-export-position
       perform register-outbound-file

       if full-export
           display "ldif-export: full export, " entries-total
                   " entries."
       else
           display "ldif-export: delta export, " entries-added
                   " add(s), " entries-modified " modify(s), "
                   entries-deleted " delete(s)."
       end-if
       goback
       .

      *> **********************
       load-export-control.
       open input ldif-control-file
       if ldif-control-present
           read ldif-control-file
               not at end
                   if ldif-control-record not = spaces
                       move trim(ldif-control-record)
                         to ldif-base-dn
                   end-if
           end-read
       end-if
       if ldif-control-open
           close ldif-control-file
       end-if
       .

      *> **********************
      *> No saved position, or the full-export marker, means full.
       choose-export-mode.
       open input position-file
       if position-present
           read position-file
               not at end
                   move position-record(1:8) to saved-chain
           end-read
       end-if
       if position-ok
           close position-file
       end-if
       if saved-chain = spaces
           set full-export to true
       end-if
       open input full-marker-file
       if full-marker-present
           set full-export to true
       end-if
       if full-marker-open
           close full-marker-file
       end-if
       .

      *> **********************
       scan-audit-log.
       open input audit-file
       if not audit-ok-status then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read audit-file
               at end
                   set load-eof to true
               not at end
                   if audit-record not = spaces
                       perform scan-one-audit-line
                   end-if
           end-read
       end-perform
       close audit-file
       .

      *> **********************
      *> Every change before the saved position has been exported
      *> already, so reaching it starts the change lists afresh.
       scan-one-audit-line.
       compute record-length =
           length(trim(audit-record trailing))
       if record-length >= 12
               and audit-record(record-length - 10:3) = " C="
           move audit-record(record-length - 7:8) to last-chain
           if last-chain = saved-chain
               set saved-chain-found to true
               move zero to touched-account-count
                   touched-group-count
               move 'N' to touch-overflow-flag
               exit paragraph
           end-if
       end-if
       if full-export
           exit paragraph
       end-if

       move spaces to audit-subject audit-action
       unstring audit-record delimited by all " "
           into audit-subject, audit-action
       move 'N' to touch-added-flag
       evaluate audit-action
           when "writing"
               move 'Y' to touch-added-flag
               perform touch-account
           when "modifying"
           when "disabling"
           when "dormant-off"
           when "pw-aged-off"
           when "hr-leaver"
           when "hr-transfer"
           when "role-shell"
           when "role-homedir"
           when "role-gid"
               perform touch-account
           when "group-add"
               move 'Y' to touch-added-flag
               perform touch-group
           when "group-delete"
           when "member-add"
           when "member-delete"
               perform touch-group
       end-evaluate
       .

      *> **********************
       touch-account.
       move 'N' to touch-found-flag
       perform varying ta-idx from 1 by 1
               until ta-idx > touched-account-count
           if ta-account(ta-idx) = audit-subject
               set touch-found to true
               exit perform
           end-if
       end-perform
       if not touch-found
           if touched-account-count = 1000
               set touch-overflow to true
               exit paragraph
           end-if
           add 1 to touched-account-count
           set ta-idx to touched-account-count
           move audit-subject to ta-account(ta-idx)
           move 'N' to ta-added-flag(ta-idx) ta-seen-flag(ta-idx)
       end-if
       if touch-added-flag = 'Y'
           set ta-added(ta-idx) to true
       end-if
       .

      *> **********************
       touch-group.
       move 'N' to touch-found-flag
       perform varying tg-idx from 1 by 1
               until tg-idx > touched-group-count
           if tg-name(tg-idx) = audit-subject
               set touch-found to true
               exit perform
           end-if
       end-perform
       if not touch-found
           if touched-group-count = 100
               set touch-overflow to true
               exit paragraph
           end-if
           add 1 to touched-group-count
           set tg-idx to touched-group-count
           move audit-subject to tg-name(tg-idx)
           move 'N' to tg-added-flag(tg-idx) tg-seen-flag(tg-idx)
       end-if
       if touch-added-flag = 'Y'
           set tg-added(tg-idx) to true
       end-if
       .

      *> **********************
       export-accounts.
       open input pass-file
       if not pass-ok-status then
           display "ldif-export: passfile could not be opened"
               upon syserr
           set export-failed to true
           move 1 to return-code
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read pass-file
               at end
                   set load-eof to true
               not at end
                   if fd-pass-record not = spaces
                       perform export-one-account
                   end-if
           end-read
       end-perform
       close pass-file
       .

      *> **********************
      *> A full run carries active accounts only; on a delta a
      *> terminated account is deleted from the directory, unless it
      *> was added and terminated inside the same window.
       export-one-account.
       move spaces to pass-account pass-passwd pass-uid-text
           pass-gid-text pass-details pass-homedir pass-shell
       move space to pass-acct-status
       unstring fd-pass-record delimited by ":"
           into pass-account, pass-passwd, pass-uid-text,
               pass-gid-text, pass-details, pass-homedir,
               pass-shell, pass-acct-status

       if full-export
           if pass-acct-status not = "T"
               set entry-add to true
               perform write-account-entry
           end-if
           exit paragraph
       end-if

       move 'N' to touch-found-flag
       perform varying ta-idx from 1 by 1
               until ta-idx > touched-account-count
           if ta-account(ta-idx) = pass-account
               set touch-found to true
               exit perform
           end-if
       end-perform
       if not touch-found
           exit paragraph
       end-if
       set ta-seen(ta-idx) to true
       evaluate true
           when pass-acct-status = "T" and ta-added(ta-idx)
               continue
           when pass-acct-status = "T"
               perform write-account-dn
               perform write-delete-entry
           when ta-added(ta-idx)
               set entry-add to true
               perform write-account-entry
           when other
               set entry-modify to true
               perform write-account-entry
       end-evaluate
       .

      *> **********************
       write-account-dn.
       move spaces to dn-text
       string "uid=" trim(pass-account) ",ou=People,"
           trim(ldif-base-dn)
           into dn-text
       end-string
       .

      *> **********************
       write-account-entry.
       move spaces to fullname office extension homephone email
       unstring pass-details delimited by ","
           into fullname, office, extension, homephone, email
       if fullname = spaces
           move pass-account to fullname
       end-if
       perform derive-surname

       perform write-account-dn
       perform start-entry
       if entry-add
           move "objectClass" to attr-name
           move "top" to attr-value
           perform emit-attribute
           move "inetOrgPerson" to attr-value
           perform emit-attribute
           move "posixAccount" to attr-value
           perform emit-attribute
           move "uid" to attr-name
           move pass-account to attr-value
           perform emit-attribute
       end-if
       move "cn" to attr-name
       move fullname to attr-value
       perform emit-attribute
       move "sn" to attr-name
       move surname to attr-value
       perform emit-attribute
       move "uidNumber" to attr-name
       move pass-uid-text to attr-value
       perform emit-id-attribute
       move "gidNumber" to attr-name
       move pass-gid-text to attr-value
       perform emit-id-attribute
       move "homeDirectory" to attr-name
       move pass-homedir to attr-value
       perform emit-attribute
       move "loginShell" to attr-name
       move pass-shell to attr-value
       perform emit-attribute
       move "physicalDeliveryOfficeName" to attr-name
       move office to attr-value
       perform emit-attribute
       move "telephoneNumber" to attr-name
       move extension to attr-value
       perform emit-attribute
       move "homePhone" to attr-name
       move homephone to attr-value
       perform emit-attribute
       move "mail" to attr-name
       move email to attr-value
       perform emit-attribute
       perform end-entry
       .

      *> **********************
      *> sn is required by inetOrgPerson: the last word of the name.
       derive-surname.
       move fullname to surname
       compute value-length = length(trim(fullname trailing))
       perform varying scan-pos from value-length by -1
               until scan-pos < 2
           if fullname(scan-pos:1) = space
               move spaces to surname
               move fullname(scan-pos + 1:value-length - scan-pos)
                 to surname
               exit perform
           end-if
       end-perform
       .

      *> **********************
       export-groups.
       open input group-master-file
       if not group-master-ok then
           exit paragraph
       end-if
       move 'N' to load-eof-flag
       perform until load-eof
           read group-master-file
               at end
                   set load-eof to true
               not at end
                   if group-master-record not = spaces
                       perform export-one-group
                   end-if
           end-read
       end-perform
       close group-master-file
       .

      *> **********************
       export-one-group.
       move spaces to group-name group-gid-text group-members
       unstring group-master-record delimited by ":"
           into group-name, group-gid-text, group-members

       if full-export
           set entry-add to true
           perform write-group-entry
           exit paragraph
       end-if

       move 'N' to touch-found-flag
       perform varying tg-idx from 1 by 1
               until tg-idx > touched-group-count
           if tg-name(tg-idx) = group-name
               set touch-found to true
               exit perform
           end-if
       end-perform
       if not touch-found
           exit paragraph
       end-if
       set tg-seen(tg-idx) to true
       if tg-added(tg-idx)
           set entry-add to true
       else
           set entry-modify to true
       end-if
       perform write-group-entry
       .

      *> **********************
       write-group-dn.
       move spaces to dn-text
       string "cn=" trim(group-name) ",ou=Group,"
           trim(ldif-base-dn)
           into dn-text
       end-string
       .

      *> **********************
      *> memberUid is written as one replace covering every member,
      *> so a member removed in the passfile world is removed here.
       write-group-entry.
       perform write-group-dn
       perform start-entry
       if entry-add
           move "objectClass" to attr-name
           move "top" to attr-value
           perform emit-attribute
           move "posixGroup" to attr-value
           perform emit-attribute
           move "cn" to attr-name
           move group-name to attr-value
           perform emit-attribute
       end-if
       move "gidNumber" to attr-name
       move group-gid-text to attr-value
       perform emit-id-attribute

       if entry-modify
           move spaces to ldif-line
           string "replace: memberUid" into ldif-line
           end-string
           write ldif-line
       end-if
       move "memberUid" to attr-name
       move 1 to member-pos
       perform until member-pos > length(group-members)
           move spaces to member-item
           unstring group-members delimited by ","
               into member-item
               with pointer member-pos
           end-unstring
           if member-item not = spaces
               move member-item to attr-value
               perform write-attribute-line
           end-if
       end-perform
       if entry-modify
           move "-" to ldif-line
           write ldif-line
       end-if
       perform end-entry
       .

      *> **********************
      *> Touched on audit.log but no longer on file at all.
       export-removed-entries.
       perform varying ta-idx from 1 by 1
               until ta-idx > touched-account-count
           if not ta-seen(ta-idx) and not ta-added(ta-idx)
               move ta-account(ta-idx) to pass-account
               perform write-account-dn
               perform write-delete-entry
           end-if
       end-perform
       perform varying tg-idx from 1 by 1
               until tg-idx > touched-group-count
           if not tg-seen(tg-idx) and not tg-added(tg-idx)
               move tg-name(tg-idx) to group-name
               perform write-group-dn
               perform write-delete-entry
           end-if
       end-perform
       .

      *> **********************
       start-entry.
       move spaces to ldif-line
       write ldif-line
       move dn-text to attr-value
       move "dn" to attr-name
       perform write-attribute-line
       if delta-export
           move spaces to ldif-line
           if entry-add
               string "changetype: add" into ldif-line
               end-string
           else
               string "changetype: modify" into ldif-line
               end-string
           end-if
           write ldif-line
       end-if
       .

      *> **********************
       end-entry.
       if entry-add
           add 1 to entries-added
       else
           add 1 to entries-modified
       end-if
       .

      *> **********************
       write-delete-entry.
       move spaces to ldif-line
       write ldif-line
       move dn-text to attr-value
       move "dn" to attr-name
       perform write-attribute-line
       move "changetype: delete" to ldif-line
       write ldif-line
       add 1 to entries-deleted
       .

      *> **********************
      *> Numeric ids go out without the leading zeros some writers
      *> pad them with.
       emit-id-attribute.
       if attr-value not = spaces
               and test-numval(trim(attr-value)) = 0
           move numval(attr-value) to id-number
           move id-number to id-edited
           move trim(id-edited) to attr-value
       end-if
       perform emit-attribute
       .

      *> **********************
      *> On an add an empty value is left out; on a modify it is a
      *> replace, and a replace with no value clears the attribute.
       emit-attribute.
       if entry-modify
           move spaces to ldif-line
           string "replace: " trim(attr-name) into ldif-line
           end-string
           write ldif-line
           if attr-value not = spaces
               perform write-attribute-line
           end-if
           move "-" to ldif-line
           write ldif-line
       else
           if attr-value not = spaces
               perform write-attribute-line
           end-if
       end-if
       .

      *> **********************
      *> A value that is not plain printable ASCII, or that starts
      *> with a character LDIF reserves, goes out base64 encoded.
       write-attribute-line.
       move trim(attr-value) to attr-value
       compute value-length = length(trim(attr-value trailing))
       move 'N' to base64-flag
       if attr-value(1:1) = ":" or attr-value(1:1) = "<"
           set value-needs-base64 to true
       end-if
       perform varying scan-pos from 1 by 1
               until scan-pos > value-length
                  or value-needs-base64
           if attr-value(scan-pos:1) < x"20"
                   or attr-value(scan-pos:1) > x"7E"
               set value-needs-base64 to true
           end-if
       end-perform

       move spaces to ldif-line
       if value-needs-base64
           perform encode-base64
           string trim(attr-name) ":: " trim(base64-text)
               into ldif-line
           end-string
       else
           string trim(attr-name) ": " attr-value(1:value-length)
               into ldif-line
           end-string
       end-if
       write ldif-line
       .

      *> **********************
       encode-base64.
       move spaces to base64-text
       move 1 to base64-pos
       perform varying scan-pos from 1 by 3
               until scan-pos > value-length
           compute byte-1 = ord(attr-value(scan-pos:1)) - 1
           move zero to byte-2 byte-3
           move 1 to byte-count
           if scan-pos + 1 <= value-length
               compute byte-2 = ord(attr-value(scan-pos + 1:1)) - 1
               move 2 to byte-count
           end-if
           if scan-pos + 2 <= value-length
               compute byte-3 = ord(attr-value(scan-pos + 2:1)) - 1
               move 3 to byte-count
           end-if
           compute triple-value =
               byte-1 * 65536 + byte-2 * 256 + byte-3
           perform varying sextet-idx from 4 by -1
                   until sextet-idx < 1
               divide triple-value by 64 giving triple-value
                   remainder sextet(sextet-idx)
           end-perform
           perform varying sextet-idx from 1 by 1
                   until sextet-idx > 4
               move base64-alphabet(sextet(sextet-idx) + 1:1)
                 to base64-text(base64-pos + sextet-idx - 1:1)
           end-perform
           if byte-count < 3
               move "=" to base64-text(base64-pos + 3:1)
           end-if
           if byte-count < 2
               move "=" to base64-text(base64-pos + 2:1)
           end-if
           add 4 to base64-pos
       end-perform
       .

      *> **********************
       save-export-position.
       if last-chain = spaces
           exit paragraph
       end-if
       open output position-file
       if not position-ok
           display "ldif-export: ldif-export-position.txt could not "
                   "be written - next run will be a full export"
                   upon syserr
           move 1 to return-code
           exit paragraph
       end-if
       move spaces to position-record
       string last-chain " " current-date(1:8) " "
           current-date(9:6)
           into position-record
       end-string
       write position-record
       close position-file
       .

      *> **********************
      *> outbound-manifest receipts whatever outbound-list.txt names,
      *> so the export's count and checksum reach the directory team.
       register-outbound-file.
       move 'N' to listed-flag
       open input outbound-list-file
       if outbound-list-ok
           move 'N' to load-eof-flag
           perform until load-eof or already-listed
               read outbound-list-file
                   at end
                       set load-eof to true
                   not at end
                       if outbound-list-record = ldif-file-name
                           set already-listed to true
                       end-if
               end-read
           end-perform
           close outbound-list-file
       end-if
       if already-listed
           exit paragraph
       end-if
       open extend outbound-list-file
       if not outbound-list-ok
           display "ldif-export: outbound-list.txt could not be "
                   "updated" upon syserr
           move 1 to return-code
           exit paragraph
       end-if
       move ldif-file-name to outbound-list-record
       write outbound-list-record
       close outbound-list-file
       .
       end program ldif-export.
