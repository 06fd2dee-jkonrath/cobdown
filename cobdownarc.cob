       identification division.
       program-id. cobdownarc.

       environment division.
       input-output section.
       file-control.
           select audit-log assign to dynamic ws-audit-path
               organization is line sequential
               file status is ws-audit-status.
           select keep-file assign to dynamic ws-keep-path
               organization is line sequential
               file status is ws-keep-status.
           select work-file assign to dynamic ws-work-path
               organization is line sequential
               file status is ws-work-status.
           select archive-in assign to dynamic ws-arc-in-path
               organization is line sequential
               file status is ws-arc-in-status.
           select archive-out assign to dynamic ws-arc-out-path
               organization is line sequential
               file status is ws-arc-out-status.
           select index-file assign to dynamic ws-index-path
               organization is line sequential
               file status is ws-index-status.

       data division.
       file section.
       fd  audit-log.
       01  audit-record                    pic x(2048).

       fd  keep-file.
       01  keep-record                     pic x(2048).

       fd  work-file.
       01  work-record                     pic x(2048).

       fd  archive-in.
       01  archive-in-record               pic x(2048).

       fd  archive-out.
       01  archive-out-record              pic x(2048).

       fd  index-file.
       01  index-record                    pic x(600).

       working-storage section.
       01  ws-paths.
           05 ws-audit-path                pic x(512) value "cobdown-audit.log".
           05 ws-keep-path                 pic x(512).
           05 ws-work-path                 pic x(512).
           05 ws-index-path                pic x(512) value "cobdown-audit.idx".
           05 ws-archive-dir               pic x(512).
           05 ws-arc-in-path               pic x(512).
           05 ws-arc-out-path              pic x(512).

       01  ws-control.
           05 ws-audit-status              pic xx value "00".
           05 ws-keep-status               pic xx value "00".
           05 ws-work-status               pic xx value "00".
           05 ws-arc-in-status             pic xx value "00".
           05 ws-arc-out-status            pic xx value "00".
           05 ws-index-status              pic xx value "00".
           05 ws-eof                       pic x value "N".
           05 ws-failed                    pic x value "N".
           05 ws-out-open                  pic x value "N".
           05 ws-path-input                pic x(512).
           05 ws-date-input                pic x(80).
           05 ws-days-input                pic x(80).
           05 ws-run-date                  pic x(8).
           05 ws-retention                 pic 9(5) comp value 90.
           05 ws-run-days                  pic 9(9) comp value 0.
           05 ws-live-count                pic 9(8) comp value 0.
           05 ws-old-count                 pic 9(8) comp value 0.
           05 ws-keep-count                pic 9(8) comp value 0.

       01  ws-fields.
           05 ws-audit-line                pic x(2048).
           05 ws-audit-length              pic 9(4) comp value 0.
           05 ws-field-start               pic 9(4) comp value 0.
           05 ws-field-end                 pic 9(4) comp value 0.
           05 ws-field-no                  pic 9(2) comp value 0.
           05 ws-field-text                pic x(512).
           05 ws-field-length              pic 9(4) comp value 0.
           05 ws-rec-date                  pic x(8).
           05 ws-rec-source-lines          pic 9(8) comp value 0.
           05 ws-rec-output-lines          pic 9(8) comp value 0.
           05 ws-rec-valid                 pic x value "N".
           05 ws-rec-old                   pic x value "N".
           05 ws-rec-trailer               pic x value "N".

       01  ws-day-number.
           05 ws-dn-date                   pic x(8).
           05 ws-dn-year                   pic 9(4).
           05 ws-dn-month                  pic 9(2).
           05 ws-dn-day                    pic 9(2).
           05 ws-dn-valid                  pic x value "N".
           05 ws-dn-y                      pic 9(5) comp value 0.
           05 ws-dn-m                      pic 9(3) comp value 0.
           05 ws-dn-era                    pic 9(3) comp value 0.
           05 ws-dn-yoe                    pic 9(5) comp value 0.
           05 ws-dn-doy                    pic 9(5) comp value 0.
           05 ws-dn-doe                    pic 9(7) comp value 0.
           05 ws-dn-part                   pic 9(7) comp value 0.
           05 ws-dn-days                   pic 9(9) comp value 0.

       01  ws-months.
           05 ws-mon-count                 pic 9(3) comp value 0.
           05 ws-mon-index                 pic 9(3) comp value 0.
           05 ws-mon-entry occurs 240 times.
               10 ws-mon-month             pic x(6).
               10 ws-mon-moved             pic 9(8) comp.
               10 ws-mon-records           pic 9(8) comp.
               10 ws-mon-path              pic x(512).

       01  ws-archive-index.
           05 ws-idx-count                 pic 9(3) comp value 0.
           05 ws-idx-index                 pic 9(3) comp value 0.
           05 ws-idx-entry occurs 600 times.
               10 ws-idx-month             pic x(6).
               10 ws-idx-path              pic x(512).
           05 ws-idx-line                  pic x(600).
           05 ws-idx-hold-month            pic x(6).
           05 ws-idx-hold-path             pic x(512).

       01  ws-block.
           05 ws-blk-records               pic 9(8) comp value 0.
           05 ws-blk-source                pic 9(10) comp value 0.
           05 ws-blk-output                pic 9(10) comp value 0.
           05 ws-trl-found                 pic x value "N".
           05 ws-trl-after                 pic x value "N".
           05 ws-trl-records               pic 9(8) comp value 0.
           05 ws-trl-source                pic 9(10) comp value 0.
           05 ws-trl-output                pic 9(10) comp value 0.
           05 ws-trl-line                  pic x(2048).

       01  ws-display.
           05 ws-dsp-records               pic 9(8).
           05 ws-dsp-source                pic 9(10).
           05 ws-dsp-output                pic 9(10).
           05 ws-dsp-total                 pic 9(8).
           05 ws-dsp-days                  pic 9(5).

       01  ws-work.
           05 ws-calc-text                 pic x(2048).
           05 ws-calc-max                  pic 9(5) comp value 0.
           05 ws-calc-length               pic 9(5) comp value 0.
           05 ws-char                      pic x value space.
           05 ws-i                         pic 9(5) comp value 0.
           05 ws-j                         pic 9(5) comp value 0.
           05 ws-k                         pic 9(5) comp value 0.
           05 ws-digits                    pic x(10) value "0123456789".
           05 ws-digit-value               pic 9(2) comp value 0.
           05 ws-field-number              pic 9(10) comp value 0.

       procedure division.
       main.
           perform read-housekeeping-options
           perform scan-live-log
           if ws-mon-count = 0
               move ws-retention to ws-dsp-days
               display "cobdownarc: no audit records older than "
                   ws-dsp-days " day(s) - nothing archived"
               stop run
           end-if
           perform load-archive-index
           perform build-work-file
           if ws-failed = "Y"
               perform abandon-housekeeping
           end-if
           perform build-keep-file
           if ws-failed = "Y"
               perform abandon-housekeeping
           end-if
           perform commit-archives
           perform commit-live-log
           perform write-archive-index
           perform clear-work-files
           perform print-housekeeping-summary
           stop run.

       read-housekeeping-options.
           display "Audit log path (blank for cobdown-audit.log):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-audit-path
           end-if
           display "Run date yyyymmdd (blank for today):"
           accept ws-date-input
           if ws-date-input = spaces
               accept ws-run-date from date yyyymmdd
           else
               move ws-date-input(1:8) to ws-dn-date
               perform compute-day-number
               if ws-dn-valid not = "Y" or ws-date-input(9:72) not = spaces
                   display "cobdownarc: invalid run date "
                       ws-date-input(1:8) " - expected yyyymmdd"
                   move 8 to return-code
                   stop run
               end-if
               move ws-date-input(1:8) to ws-run-date
           end-if
           display "Retention period in days (blank for 90):"
           accept ws-days-input
           perform validate-retention-input
           display "Archive directory (blank for current directory):"
           accept ws-archive-dir
           display "Archive index path (blank for cobdown-audit.idx):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-index-path
           end-if
           move ws-run-date to ws-dn-date
           perform compute-day-number
           move ws-dn-days to ws-run-days
           move ws-audit-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-keep-path ws-work-path
           string ws-audit-path(1:ws-calc-length) delimited by size
               ".keep" delimited by size
               into ws-keep-path
           end-string
           string ws-audit-path(1:ws-calc-length) delimited by size
               ".work" delimited by size
               into ws-work-path
           end-string.

       validate-retention-input.
           if ws-days-input = spaces
               exit paragraph
           end-if
           move 0 to ws-field-length
           perform varying ws-i from 1 by 1 until ws-i > 80
               if ws-days-input(ws-i:1) = space
                   exit perform
               end-if
               add 1 to ws-field-length
           end-perform
           if ws-field-length > 0 and ws-field-length < 6
               and ws-days-input(1:ws-field-length) is numeric
               and ws-days-input(ws-field-length + 1:) = spaces
               move spaces to ws-field-text
               move ws-days-input(1:ws-field-length) to ws-field-text
               perform convert-field-number
               move ws-field-number to ws-retention
               exit paragraph
           end-if
           display "cobdownarc: invalid retention "
               ws-days-input(1:10) " ignored - using 90 days"
           move 90 to ws-retention.

       scan-live-log.
           open input audit-log
           if ws-audit-status not = "00"
               move ws-audit-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: cannot open audit log "
                   ws-audit-path(1:ws-calc-length)
                   " (file status " ws-audit-status ")"
               move 8 to return-code
               stop run
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read audit-log
                   at end
                       move "Y" to ws-eof
                   not at end
                       add 1 to ws-live-count
                       move audit-record to ws-audit-line
                       perform parse-audit-line
                       if ws-rec-old = "Y"
                           add 1 to ws-old-count
                           perform tally-month-entry
                       end-if
               end-read
           end-perform
           close audit-log.

       tally-month-entry.
           move 0 to ws-mon-index
           perform varying ws-i from 1 by 1 until ws-i > ws-mon-count
               if ws-mon-month(ws-i) = ws-rec-date(1:6)
                   move ws-i to ws-mon-index
                   exit perform
               end-if
           end-perform
           if ws-mon-index = 0
               if ws-mon-count >= 240
                   display "cobdownarc: more than 240 months to archive - "
                       "run housekeeping again for the remainder"
                   move "N" to ws-rec-old
                   subtract 1 from ws-old-count
                   exit paragraph
               end-if
               add 1 to ws-mon-count
               move ws-mon-count to ws-mon-index
               move ws-rec-date(1:6) to ws-mon-month(ws-mon-index)
               move 0 to ws-mon-moved(ws-mon-index)
               move 0 to ws-mon-records(ws-mon-index)
               perform build-archive-path
           end-if
           add 1 to ws-mon-moved(ws-mon-index).

       build-archive-path.
           move spaces to ws-mon-path(ws-mon-index)
           move ws-archive-dir to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           if ws-calc-length = 0
               string "cobdown-audit-" delimited by size
                   ws-mon-month(ws-mon-index) delimited by size
                   ".arc" delimited by size
                   into ws-mon-path(ws-mon-index)
               end-string
           else
               if ws-archive-dir(ws-calc-length:1) = "/"
                   subtract 1 from ws-calc-length
               end-if
               string ws-archive-dir(1:ws-calc-length) delimited by size
                   "/cobdown-audit-" delimited by size
                   ws-mon-month(ws-mon-index) delimited by size
                   ".arc" delimited by size
                   into ws-mon-path(ws-mon-index)
               end-string
           end-if.

       load-archive-index.
           move 0 to ws-idx-count
           open input index-file
           if ws-index-status = "35"
               exit paragraph
           end-if
           if ws-index-status not = "00"
               move ws-index-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: cannot open archive index "
                   ws-index-path(1:ws-calc-length)
                   " (file status " ws-index-status ")"
               perform abandon-housekeeping
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read index-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-index-record
               end-read
           end-perform
           close index-file.

       store-index-record.
           move index-record to ws-idx-line
           if ws-idx-line(7:1) not = "|" or ws-idx-line(1:6) is not numeric
               exit paragraph
           end-if
           if ws-idx-count >= 600
               exit paragraph
           end-if
           add 1 to ws-idx-count
           move ws-idx-line(1:6) to ws-idx-month(ws-idx-count)
           move ws-idx-line(8:512) to ws-idx-path(ws-idx-count).

       build-work-file.
           open output work-file
           if ws-work-status not = "00"
               move ws-work-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: cannot write work file "
                   ws-work-path(1:ws-calc-length)
                   " (file status " ws-work-status ")"
               move "Y" to ws-failed
               exit paragraph
           end-if
           perform varying ws-mon-index from 1 by 1
                   until ws-mon-index > ws-mon-count
               perform write-month-block
               if ws-failed = "Y"
                   exit perform
               end-if
           end-perform
           close work-file.

       write-month-block.
           move spaces to work-record
           string "archive," delimited by size
               ws-mon-month(ws-mon-index) delimited by size
               into work-record
           end-string
           write work-record
           move 0 to ws-blk-records ws-blk-source ws-blk-output
           move ws-mon-path(ws-mon-index) to ws-arc-in-path
           open input archive-in
           evaluate ws-arc-in-status
               when "00"
                   perform copy-existing-archive
               when "35"
                   continue
               when other
                   move ws-arc-in-path to ws-calc-text
                   move 512 to ws-calc-max
                   perform calculate-length
                   display "cobdownarc: cannot open archive "
                       ws-arc-in-path(1:ws-calc-length)
                       " (file status " ws-arc-in-status ")"
                   move "Y" to ws-failed
           end-evaluate
           if ws-failed = "Y"
               exit paragraph
           end-if
           open input audit-log
           if ws-audit-status not = "00"
               display "cobdownarc: cannot reopen audit log (file status "
                   ws-audit-status ")"
               move "Y" to ws-failed
               exit paragraph
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read audit-log
                   at end
                       move "Y" to ws-eof
                   not at end
                       move audit-record to ws-audit-line
                       perform parse-audit-line
                       if ws-rec-old = "Y"
                           and ws-rec-date(1:6) = ws-mon-month(ws-mon-index)
                           perform write-block-record
                       end-if
               end-read
           end-perform
           close audit-log
           move ws-blk-records to ws-mon-records(ws-mon-index)
           perform write-block-trailer.

       copy-existing-archive.
           move "N" to ws-trl-found ws-trl-after
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read archive-in
                   at end
                       move "Y" to ws-eof
                   not at end
                       move archive-in-record to ws-audit-line
                       perform parse-audit-line
                       if ws-rec-trailer = "Y"
                           if ws-trl-found = "Y"
                               move "Y" to ws-trl-after
                           end-if
                           move "Y" to ws-trl-found
                           perform store-trailer-totals
                       else
                           if ws-trl-found = "Y"
                               move "Y" to ws-trl-after
                           end-if
                           perform write-block-record
                       end-if
               end-read
           end-perform
           close archive-in
           if ws-trl-found = "Y" and ws-trl-after = "N"
               and ws-trl-records = ws-blk-records
               and ws-trl-source = ws-blk-source
               and ws-trl-output = ws-blk-output
               exit paragraph
           end-if
           move ws-arc-in-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdownarc: archive " ws-arc-in-path(1:ws-calc-length)
               " does not match its trailer control totals"
           move "Y" to ws-failed.

       store-trailer-totals.
           move 0 to ws-trl-records ws-trl-source ws-trl-output
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 5
               perform extract-next-field
               evaluate ws-field-no
                   when 3
                       perform convert-field-number
                       move ws-field-number to ws-trl-records
                   when 4
                       perform convert-field-number
                       move ws-field-number to ws-trl-source
                   when 5
                       perform convert-field-number
                       move ws-field-number to ws-trl-output
               end-evaluate
           end-perform.

       write-block-record.
           move ws-audit-line to work-record
           write work-record
           add 1 to ws-blk-records
           add ws-rec-source-lines to ws-blk-source
           add ws-rec-output-lines to ws-blk-output.

       write-block-trailer.
           move ws-blk-records to ws-dsp-records
           move ws-blk-source to ws-dsp-source
           move ws-blk-output to ws-dsp-output
           move spaces to ws-trl-line
           string "trailer," delimited by size
               ws-mon-month(ws-mon-index) delimited by size
               "," delimited by size
               ws-dsp-records delimited by size
               "," delimited by size
               ws-dsp-source delimited by size
               "," delimited by size
               ws-dsp-output delimited by size
               into ws-trl-line
           end-string
           move ws-trl-line to work-record
           write work-record.

       build-keep-file.
           open output keep-file
           if ws-keep-status not = "00"
               move ws-keep-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: cannot write work file "
                   ws-keep-path(1:ws-calc-length)
                   " (file status " ws-keep-status ")"
               move "Y" to ws-failed
               exit paragraph
           end-if
           open input audit-log
           if ws-audit-status not = "00"
               display "cobdownarc: cannot reopen audit log (file status "
                   ws-audit-status ")"
               close keep-file
               move "Y" to ws-failed
               exit paragraph
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read audit-log
                   at end
                       move "Y" to ws-eof
                   not at end
                       move audit-record to ws-audit-line
                       perform parse-audit-line
                       perform keep-one-record
               end-read
           end-perform
           close audit-log
           close keep-file.

       keep-one-record.
           if ws-rec-old = "Y"
               move 0 to ws-mon-index
               perform varying ws-i from 1 by 1 until ws-i > ws-mon-count
                   if ws-mon-month(ws-i) = ws-rec-date(1:6)
                       move ws-i to ws-mon-index
                       exit perform
                   end-if
               end-perform
               if ws-mon-index > 0
                   exit paragraph
               end-if
           end-if
           move ws-audit-line to keep-record
           write keep-record
           add 1 to ws-keep-count.

       commit-archives.
           open input work-file
           if ws-work-status not = "00"
               display "cobdownarc: cannot reopen work file (file status "
                   ws-work-status ") - live log left unchanged"
               move 8 to return-code
               stop run
           end-if
           move "N" to ws-out-open
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform commit-one-work-record
               end-read
           end-perform
           close work-file
           if ws-out-open = "Y"
               close archive-out
           end-if
           if ws-failed = "Y"
               move ws-work-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: archives not fully written - live log "
                   "left unchanged; rerun after restoring archives from "
                   ws-work-path(1:ws-calc-length)
               move 8 to return-code
               stop run
           end-if.

       commit-one-work-record.
           if ws-failed = "Y"
               exit paragraph
           end-if
           if work-record(1:8) = "archive,"
               if ws-out-open = "Y"
                   close archive-out
                   move "N" to ws-out-open
               end-if
               move 0 to ws-mon-index
               perform varying ws-i from 1 by 1 until ws-i > ws-mon-count
                   if ws-mon-month(ws-i) = work-record(9:6)
                       move ws-i to ws-mon-index
                       exit perform
                   end-if
               end-perform
               if ws-mon-index = 0
                   move "Y" to ws-failed
                   exit paragraph
               end-if
               move ws-mon-path(ws-mon-index) to ws-arc-out-path
               open output archive-out
               if ws-arc-out-status not = "00"
                   move ws-arc-out-path to ws-calc-text
                   move 512 to ws-calc-max
                   perform calculate-length
                   display "cobdownarc: cannot write archive "
                       ws-arc-out-path(1:ws-calc-length)
                       " (file status " ws-arc-out-status ")"
                   move "Y" to ws-failed
                   exit paragraph
               end-if
               move "Y" to ws-out-open
               exit paragraph
           end-if
           if ws-out-open = "Y"
               move work-record to archive-out-record
               write archive-out-record
           end-if.

       commit-live-log.
           open input keep-file
           if ws-keep-status not = "00"
               display "cobdownarc: cannot reopen work file (file status "
                   ws-keep-status ") - live log left unchanged and "
                   "archived records are still present in it"
               move 8 to return-code
               stop run
           end-if
           open output audit-log
           if ws-audit-status not = "00"
               display "cobdownarc: cannot rewrite audit log (file status "
                   ws-audit-status ") - archived records are still "
                   "present in it"
               close keep-file
               move 8 to return-code
               stop run
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read keep-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       move keep-record to audit-record
                       write audit-record
               end-read
           end-perform
           close keep-file
           close audit-log.

       write-archive-index.
           perform varying ws-mon-index from 1 by 1
                   until ws-mon-index > ws-mon-count
               perform add-index-entry
           end-perform
           perform sort-index-entries
           open output index-file
           if ws-index-status not = "00"
               move ws-index-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownarc: warning: cannot write archive index "
                   ws-index-path(1:ws-calc-length)
                   " (file status " ws-index-status ")"
               move 4 to return-code
               exit paragraph
           end-if
           perform varying ws-idx-index from 1 by 1
                   until ws-idx-index > ws-idx-count
               move ws-idx-path(ws-idx-index) to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               move spaces to ws-idx-line
               string ws-idx-month(ws-idx-index) delimited by size
                   "|" delimited by size
                   ws-idx-path(ws-idx-index)(1:ws-calc-length)
                       delimited by size
                   into ws-idx-line
               end-string
               move ws-idx-line to index-record
               write index-record
           end-perform
           close index-file.

       add-index-entry.
           perform varying ws-idx-index from 1 by 1
                   until ws-idx-index > ws-idx-count
               if ws-idx-month(ws-idx-index) = ws-mon-month(ws-mon-index)
                   move ws-mon-path(ws-mon-index)
                       to ws-idx-path(ws-idx-index)
                   exit paragraph
               end-if
           end-perform
           if ws-idx-count >= 600
               display "cobdownarc: warning: archive index full - "
                   ws-mon-month(ws-mon-index) " not indexed"
               move 4 to return-code
               exit paragraph
           end-if
           add 1 to ws-idx-count
           move ws-mon-month(ws-mon-index) to ws-idx-month(ws-idx-count)
           move ws-mon-path(ws-mon-index) to ws-idx-path(ws-idx-count).

       sort-index-entries.
           perform varying ws-i from 2 by 1 until ws-i > ws-idx-count
               move ws-idx-month(ws-i) to ws-idx-hold-month
               move ws-idx-path(ws-i) to ws-idx-hold-path
               move ws-i to ws-j
               perform until ws-j < 2
                   if ws-idx-month(ws-j - 1) <= ws-idx-hold-month
                       exit perform
                   end-if
                   move ws-idx-month(ws-j - 1) to ws-idx-month(ws-j)
                   move ws-idx-path(ws-j - 1) to ws-idx-path(ws-j)
                   subtract 1 from ws-j
               end-perform
               move ws-idx-hold-month to ws-idx-month(ws-j)
               move ws-idx-hold-path to ws-idx-path(ws-j)
           end-perform.

       clear-work-files.
           open output work-file
           if ws-work-status = "00"
               close work-file
           end-if
           open output keep-file
           if ws-keep-status = "00"
               close keep-file
           end-if.

       abandon-housekeeping.
           display "cobdownarc: housekeeping abandoned - live log and "
               "archives left unchanged"
           move 8 to return-code
           stop run.

       print-housekeeping-summary.
           display "cobdown audit housekeeping"
           move ws-retention to ws-dsp-days
           display "run date.............: " ws-run-date
           display "retention days.......: " ws-dsp-days
           move ws-live-count to ws-dsp-records
           display "live records read....: " ws-dsp-records
           move ws-old-count to ws-dsp-records
           display "records archived.....: " ws-dsp-records
           move ws-keep-count to ws-dsp-records
           display "records kept live....: " ws-dsp-records
           display " "
           display "month   moved    archive total  archive"
           perform varying ws-mon-index from 1 by 1
                   until ws-mon-index > ws-mon-count
               move ws-mon-path(ws-mon-index) to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               move ws-mon-moved(ws-mon-index) to ws-dsp-records
               move ws-mon-records(ws-mon-index) to ws-dsp-total
               display ws-mon-month(ws-mon-index) "  "
                   ws-dsp-records " " ws-dsp-total "       "
                   ws-mon-path(ws-mon-index)(1:ws-calc-length)
           end-perform.

       parse-audit-line.
           move "N" to ws-rec-valid ws-rec-old ws-rec-trailer
           move spaces to ws-rec-date
           move 0 to ws-rec-source-lines ws-rec-output-lines
           move ws-audit-line to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-audit-length
           if ws-audit-length = 0
               exit paragraph
           end-if
           if ws-audit-length > 8 and ws-audit-line(1:8) = "trailer,"
               move "Y" to ws-rec-trailer
               exit paragraph
           end-if
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 6
               perform extract-next-field
               evaluate ws-field-no
                   when 1
                       if ws-field-length = 8
                           and ws-field-text(1:8) is numeric
                           move ws-field-text(1:8) to ws-rec-date
                       else
                           exit paragraph
                       end-if
                   when 5
                       perform convert-field-number
                       move ws-field-number to ws-rec-source-lines
                   when 6
                       perform convert-field-number
                       move ws-field-number to ws-rec-output-lines
               end-evaluate
           end-perform
           move ws-rec-date to ws-dn-date
           perform compute-day-number
           if ws-dn-valid not = "Y"
               exit paragraph
           end-if
           move "Y" to ws-rec-valid
           if ws-dn-days < ws-run-days
               and ws-run-days - ws-dn-days > ws-retention
               move "Y" to ws-rec-old
           end-if.

       compute-day-number.
           move "N" to ws-dn-valid
           move 0 to ws-dn-days
           if ws-dn-date is not numeric
               exit paragraph
           end-if
           move ws-dn-date(1:4) to ws-dn-year
           move ws-dn-date(5:2) to ws-dn-month
           move ws-dn-date(7:2) to ws-dn-day
           if ws-dn-year < 1900 or ws-dn-month < 1 or ws-dn-month > 12
               or ws-dn-day < 1 or ws-dn-day > 31
               exit paragraph
           end-if
           if ws-dn-month <= 2
               compute ws-dn-y = ws-dn-year - 1
               compute ws-dn-m = ws-dn-month + 9
           else
               move ws-dn-year to ws-dn-y
               compute ws-dn-m = ws-dn-month - 3
           end-if
           divide ws-dn-y by 400 giving ws-dn-era
           compute ws-dn-yoe = ws-dn-y - ws-dn-era * 400
           compute ws-dn-part = 153 * ws-dn-m + 2
           divide ws-dn-part by 5 giving ws-dn-doy
           compute ws-dn-doy = ws-dn-doy + ws-dn-day - 1
           compute ws-dn-doe = ws-dn-yoe * 365 + ws-dn-doy
           divide ws-dn-yoe by 4 giving ws-dn-part
           add ws-dn-part to ws-dn-doe
           divide ws-dn-yoe by 100 giving ws-dn-part
           subtract ws-dn-part from ws-dn-doe
           compute ws-dn-days = ws-dn-era * 146097 + ws-dn-doe
           move "Y" to ws-dn-valid.

       extract-next-field.
           move spaces to ws-field-text
           move 0 to ws-field-length
           move 0 to ws-field-end
           if ws-field-start > ws-audit-length
               compute ws-field-start = ws-audit-length + 2
               exit paragraph
           end-if
           perform varying ws-i from ws-field-start by 1
                   until ws-i > ws-audit-length
               if ws-audit-line(ws-i:1) = ","
                   move ws-i to ws-field-end
                   exit perform
               end-if
           end-perform
           if ws-field-end = 0
               compute ws-field-end = ws-audit-length + 1
           end-if
           compute ws-field-length = ws-field-end - ws-field-start
           if ws-field-length > 512
               move 512 to ws-field-length
           end-if
           if ws-field-length > 0
               move ws-audit-line(ws-field-start:ws-field-length)
                   to ws-field-text
           end-if
           compute ws-field-start = ws-field-end + 1.

       convert-field-number.
           move 0 to ws-field-number
           perform varying ws-j from 1 by 1 until ws-j > ws-field-length
               move ws-field-text(ws-j:1) to ws-char
               if ws-char >= "0" and ws-char <= "9"
                   perform find-digit-value
                   compute ws-field-number
                       = ws-field-number * 10 + ws-digit-value
               else
                   move 0 to ws-field-number
                   exit perform
               end-if
           end-perform.

       find-digit-value.
           move 0 to ws-digit-value
           perform varying ws-k from 1 by 1 until ws-k > 10
               if ws-digits(ws-k:1) = ws-char
                   compute ws-digit-value = ws-k - 1
                   exit perform
               end-if
           end-perform.

       calculate-length.
           move ws-calc-max to ws-calc-length
           perform until ws-calc-length = 0
               move ws-calc-text(ws-calc-length:1) to ws-char
               if ws-char = space
                   subtract 1 from ws-calc-length
               else
                   exit perform
               end-if
           end-perform.
