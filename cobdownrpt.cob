           select rework-file assign to dynamic ws-rework-path
               organization is line sequential
               file status is ws-rework-status.
           select index-file assign to dynamic ws-index-path
               organization is line sequential
               file status is ws-index-status.
           select archive-file assign to dynamic ws-archive-path
               organization is line sequential
               file status is ws-archive-status.
           select timing-file assign to dynamic ws-timing-path
               organization is line sequential
               file status is ws-timing-status.

       data division.
       file section.
       fd  rework-file.
       01  rework-record                   pic x(1030).

       fd  index-file.
       01  index-record                    pic x(600).

       fd  archive-file.
       01  archive-record                  pic x(2048).

       fd  timing-file.
       01  timing-record                   pic x(1200).

       working-storage section.
       01  ws-paths.
           05 ws-audit-path                pic x(512) value "cobdown-audit.log".
           05 ws-rework-path               pic x(512).
           05 ws-index-path                pic x(512) value "cobdown-audit.idx".
           05 ws-archive-path              pic x(512).
           05 ws-timing-path               pic x(512)
               value "cobdown-timing.dat".

       01  ws-control.
           05 ws-audit-status              pic xx value "00".
           05 ws-rework-line               pic x(1030).
           05 ws-dsp-rework                pic 9(3).

       01  ws-archives.
           05 ws-index-status              pic xx value "00".
           05 ws-archive-status            pic xx value "00".
           05 ws-archive-eof               pic x value "N".
           05 ws-index-line                pic x(600).
           05 ws-arc-count                 pic 9(3) comp value 0.
           05 ws-arc-index                 pic 9(3) comp value 0.
           05 ws-arc-bad-count             pic 9(3) comp value 0.
           05 ws-arc-entry occurs 600 times.
               10 ws-arc-month             pic x(6).
               10 ws-arc-path              pic x(512).
               10 ws-arc-result            pic x.
               10 ws-arc-records           pic 9(8) comp.
               10 ws-arc-source            pic 9(10) comp.
               10 ws-arc-output            pic 9(10) comp.
               10 ws-arc-trl-records       pic 9(8) comp.
               10 ws-arc-trl-source        pic 9(10) comp.
               10 ws-arc-trl-output        pic 9(10) comp.
           05 ws-arc-trl-found             pic x value "N".
           05 ws-arc-trl-after             pic x value "N".
           05 ws-dsp-arc-records           pic 9(8).
           05 ws-dsp-arc-source            pic 9(10).
           05 ws-dsp-arc-output            pic 9(10).
           05 ws-dsp-trl-records           pic 9(8).
           05 ws-dsp-trl-source            pic 9(10).
           05 ws-dsp-trl-output            pic 9(10).
           05 ws-dsp-arc-count             pic 9(3).

       01  ws-timing.
           05 ws-timing-status             pic xx value "00".
           05 ws-timing-eof                pic x value "N".
           05 ws-timing-read               pic x value "N".
           05 ws-window-input              pic x(80).
           05 ws-window-minutes            pic 9(5) comp value 0.
           05 ws-window-cs                 pic 9(11) comp value 0.
           05 ws-over-count                pic 9(3) comp value 0.
           05 ws-tm-count                  pic 9(6) comp value 0.
           05 ws-tm-kind                   pic x(5).
           05 ws-tm-run-date               pic x(8).
           05 ws-tm-run-time               pic 9(8) value 0.
           05 ws-tm-run-time-r redefines ws-tm-run-time.
               10 ws-tm-hh                 pic 99.
               10 ws-tm-mm                 pic 99.
               10 ws-tm-ss                 pic 99.
               10 ws-tm-cc                 pic 99.
           05 ws-tm-elapsed                pic 9(11) comp value 0.
           05 ws-tm-start-cs               pic 9(11) comp value 0.
           05 ws-tm-name                   pic x(512).
           05 ws-tm-extra                  pic x(512).
           05 ws-tm-valid                  pic x value "N".
           05 ws-slow-count                pic 9(2) comp value 0.
           05 ws-slow-index                pic 9(2) comp value 0.
           05 ws-slow-entry occurs 10 times.
               10 ws-slow-input            pic x(512).
               10 ws-slow-output           pic x(512).
               10 ws-slow-date             pic x(8).
               10 ws-slow-elapsed          pic 9(11) comp.
           05 ws-phase-count               pic 9(2) comp value 0.
           05 ws-phase-index               pic 9(2) comp value 0.
           05 ws-phase-entry occurs 30 times.
               10 ws-phase-name            pic x(32).
               10 ws-phase-runs            pic 9(6) comp.
               10 ws-phase-total           pic 9(11) comp.
               10 ws-phase-longest         pic 9(11) comp.
           05 ws-night-count               pic 9(3) comp value 0.
           05 ws-night-index               pic 9(3) comp value 0.
           05 ws-night-entry occurs 400 times.
               10 ws-night-date            pic x(8).
               10 ws-night-runs            pic 9(4) comp.
               10 ws-night-start           pic 9(11) comp.
               10 ws-night-end             pic 9(11) comp.
           05 ws-night-hold.
               10 ws-hold-date             pic x(8).
               10 ws-hold-runs             pic 9(4) comp.
               10 ws-hold-start            pic 9(11) comp.
               10 ws-hold-end              pic 9(11) comp.
           05 ws-night-window              pic 9(11) comp value 0.
           05 ws-prior-window              pic 9(11) comp value 0.
           05 ws-prior-total               pic 9(13) comp value 0.
           05 ws-prior-average             pic 9(11) comp value 0.
           05 ws-delta                     pic 9(11) comp value 0.
           05 ws-delta-sign                pic x value space.
           05 ws-trend                     pic x(6).
           05 ws-fmt-cs                    pic 9(11) comp value 0.
           05 ws-fmt-rest                  pic 9(11) comp value 0.
           05 ws-fmt-hours                 pic 9(4) comp value 0.
           05 ws-dsp-elapsed.
               10 ws-dsp-el-hh             pic 99.
               10 filler                   pic x value ":".
               10 ws-dsp-el-mm             pic 99.
               10 filler                   pic x value ":".
               10 ws-dsp-el-ss             pic 99.
               10 filler                   pic x value ".".
               10 ws-dsp-el-cc             pic 99.
           05 ws-dsp-total                 pic x(11).
           05 ws-dsp-change                pic x(12).
           05 ws-dsp-average               pic x(11).
           05 ws-dsp-longest               pic x(11).
           05 ws-dsp-window                pic x(11).
           05 ws-dsp-start                 pic x(8).
           05 ws-dsp-runs                  pic 9(4).
           05 ws-dsp-rank                  pic z9.
           05 ws-dsp-minutes               pic 9(5).

       01  ws-work.
           05 ws-calc-text                 pic x(2048).
           05 ws-calc-max                  pic 9(5) comp value 0.
           05 ws-k                         pic 9(5) comp value 0.
           05 ws-digits                    pic x(10) value "0123456789".
           05 ws-digit-value               pic 9(2) comp value 0.
           05 ws-field-number              pic 9(10) comp value 0.

       procedure division.
       main.
           perform read-report-options
           perform read-audit-archives
           perform read-audit-log
           perform print-summary-report
           perform print-archive-totals
           perform read-timing-file
           perform print-timing-report
           perform write-rework-control-file
           if ws-arc-bad-count > 0 or ws-over-count > 0
               move 4 to return-code
           end-if
           stop run.

       read-report-options.
           move spaces to ws-rework-path
           display "Rework control file path for flagged documents "
               "(blank for none):"
           accept ws-rework-path
           display "Audit archive index path (blank for "
               "cobdown-audit.idx):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-index-path
           end-if
           display "Timing file path (blank for cobdown-timing.dat):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-timing-path
           end-if
           display "Batch window threshold in minutes (blank for "
               "no check):"
           accept ws-window-input
           perform validate-window-input.

       validate-window-input.
           move 0 to ws-window-minutes ws-window-cs
           if ws-window-input = spaces
               exit paragraph
           end-if
           move ws-window-input to ws-field-text
           move ws-window-input to ws-calc-text
           move 80 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-field-length
           if ws-field-length <= 5
               perform convert-field-number
               if ws-field-number > 0
                   move ws-field-number to ws-window-minutes
                   compute ws-window-cs = ws-window-minutes * 6000
                   exit paragraph
               end-if
           end-if
           display "cobdownrpt: invalid window threshold "
               ws-window-input(1:ws-field-length)
               " ignored - expected minutes".

       validate-date-input.
           if ws-date-input = spaces
                       move "Y" to ws-audit-eof
                   not at end
                       add 1 to ws-record-count
                       move audit-record to ws-audit-line
                       perform handle-audit-record
               end-read
           end-perform
           close audit-log.

       read-audit-archives.
           move 0 to ws-arc-count ws-arc-bad-count
           open input index-file
           if ws-index-status not = "00"
               exit paragraph
           end-if
           move "N" to ws-archive-eof
           perform until ws-archive-eof = "Y"
               read index-file
                   at end
                       move "Y" to ws-archive-eof
                   not at end
                       perform select-archive-entry
               end-read
           end-perform
           close index-file
           perform varying ws-arc-index from 1 by 1
                   until ws-arc-index > ws-arc-count
               perform read-one-archive
           end-perform.

       select-archive-entry.
           move index-record to ws-index-line
           if ws-index-line(7:1) not = "|"
               or ws-index-line(1:6) is not numeric
               exit paragraph
           end-if
           if ws-start-date not = spaces
               and ws-index-line(1:6) < ws-start-date(1:6)
               exit paragraph
           end-if
           if ws-end-date not = spaces
               and ws-index-line(1:6) > ws-end-date(1:6)
               exit paragraph
           end-if
           if ws-arc-count >= 600
               exit paragraph
           end-if
           add 1 to ws-arc-count
           move ws-index-line(1:6) to ws-arc-month(ws-arc-count)
           move ws-index-line(8:512) to ws-arc-path(ws-arc-count).

       read-one-archive.
           move "O" to ws-arc-result(ws-arc-index)
           move 0 to ws-arc-records(ws-arc-index)
           move 0 to ws-arc-source(ws-arc-index)
           move 0 to ws-arc-output(ws-arc-index)
           move 0 to ws-arc-trl-records(ws-arc-index)
           move 0 to ws-arc-trl-source(ws-arc-index)
           move 0 to ws-arc-trl-output(ws-arc-index)
           move ws-arc-path(ws-arc-index) to ws-archive-path
           open input archive-file
           if ws-archive-status not = "00"
               move "X" to ws-arc-result(ws-arc-index)
               add 1 to ws-arc-bad-count
               exit paragraph
           end-if
           move "N" to ws-arc-trl-found ws-arc-trl-after
           move "N" to ws-archive-eof
           perform until ws-archive-eof = "Y"
               read archive-file
                   at end
                       move "Y" to ws-archive-eof
                   not at end
                       move archive-record to ws-audit-line
                       perform handle-archive-record
               end-read
           end-perform
           close archive-file
           evaluate true
               when ws-arc-trl-found not = "Y"
                   move "T" to ws-arc-result(ws-arc-index)
               when ws-arc-trl-after = "Y"
                   move "M" to ws-arc-result(ws-arc-index)
               when ws-arc-records(ws-arc-index)
                       not = ws-arc-trl-records(ws-arc-index)
                   or ws-arc-source(ws-arc-index)
                       not = ws-arc-trl-source(ws-arc-index)
                   or ws-arc-output(ws-arc-index)
                       not = ws-arc-trl-output(ws-arc-index)
                   move "M" to ws-arc-result(ws-arc-index)
           end-evaluate
           if ws-arc-result(ws-arc-index) not = "O"
               add 1 to ws-arc-bad-count
           end-if.

       handle-archive-record.
           if ws-audit-line(1:8) = "trailer,"
               if ws-arc-trl-found = "Y"
                   move "Y" to ws-arc-trl-after
               end-if
               move "Y" to ws-arc-trl-found
               perform parse-archive-trailer
               exit paragraph
           end-if
           if ws-arc-trl-found = "Y"
               move "Y" to ws-arc-trl-after
           end-if
           add 1 to ws-record-count
           perform handle-audit-record
           add 1 to ws-arc-records(ws-arc-index)
           add ws-rec-source-lines to ws-arc-source(ws-arc-index)
           add ws-rec-output-lines to ws-arc-output(ws-arc-index).

       parse-archive-trailer.
           move ws-audit-line to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-audit-length
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 5
               perform extract-next-field
               evaluate ws-field-no
                   when 3
                       perform convert-field-number
                       move ws-field-number
                           to ws-arc-trl-records(ws-arc-index)
                   when 4
                       perform convert-field-number
                       move ws-field-number
                           to ws-arc-trl-source(ws-arc-index)
                   when 5
                       perform convert-field-number
                       move ws-field-number
                           to ws-arc-trl-output(ws-arc-index)
               end-evaluate
           end-perform.

       handle-audit-record.
           perform parse-audit-record
           if ws-rec-valid not = "Y"
           move "html" to ws-rec-format
           move 0 to ws-rec-source-lines ws-rec-output-lines
           move "N" to ws-rec-trunc ws-rec-warn
           move ws-audit-line to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
               display "unparseable records..: " ws-dsp-source-lines
           end-if.

       print-archive-totals.
           if ws-arc-count = 0
               exit paragraph
           end-if
           display " "
           display "archive control totals:"
           perform varying ws-arc-index from 1 by 1
                   until ws-arc-index > ws-arc-count
               perform print-one-archive-line
           end-perform
           move ws-arc-count to ws-dsp-arc-count
           display "archives read........: " ws-dsp-arc-count
           move ws-arc-bad-count to ws-dsp-arc-count
           display "archives failing.....: " ws-dsp-arc-count.

       print-one-archive-line.
           move ws-arc-path(ws-arc-index) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-arc-records(ws-arc-index) to ws-dsp-arc-records
           move ws-arc-source(ws-arc-index) to ws-dsp-arc-source
           move ws-arc-output(ws-arc-index) to ws-dsp-arc-output
           move ws-arc-trl-records(ws-arc-index) to ws-dsp-trl-records
           move ws-arc-trl-source(ws-arc-index) to ws-dsp-trl-source
           move ws-arc-trl-output(ws-arc-index) to ws-dsp-trl-output
           evaluate ws-arc-result(ws-arc-index)
               when "O"
                   display "  " ws-arc-month(ws-arc-index) "  ok        "
                       ws-dsp-arc-records " record(s)  "
                       ws-arc-path(ws-arc-index)(1:ws-calc-length)
               when "X"
                   display "  " ws-arc-month(ws-arc-index) "  MISSING   "
                       ws-arc-path(ws-arc-index)(1:ws-calc-length)
                       " cannot be opened"
               when "T"
                   display "  " ws-arc-month(ws-arc-index) "  NO TRAILER "
                       ws-arc-path(ws-arc-index)(1:ws-calc-length)
               when other
                   display "  " ws-arc-month(ws-arc-index) "  MISMATCH  "
                       ws-arc-path(ws-arc-index)(1:ws-calc-length)
                   display "            trailer records/source/output "
                       ws-dsp-trl-records "/" ws-dsp-trl-source "/"
                       ws-dsp-trl-output
                   display "            found   records/source/output "
                       ws-dsp-arc-records "/" ws-dsp-arc-source "/"
                       ws-dsp-arc-output
           end-evaluate.

       print-one-day-line.
           move ws-day-conversions(ws-day-index) to ws-dsp-conversions
           move ws-day-source-lines(ws-day-index) to ws-dsp-source-lines
           move "* answer Y to the full rebuild prompt so unchanged "
               & "sources are reconverted" to rework-record
           write rework-record
           move "*partial" to rework-record
           write rework-record
           move 0 to ws-rework-count ws-rework-missing
           perform varying ws-off-index from 1 by 1
                   until ws-off-index > ws-off-count
           write rework-record
           add 1 to ws-rework-count.

       read-timing-file.
           open input timing-file
           if ws-timing-status not = "00"
               exit paragraph
           end-if
           move "Y" to ws-timing-read
           move "N" to ws-timing-eof
           perform until ws-timing-eof = "Y"
               read timing-file
                   at end
                       move "Y" to ws-timing-eof
                   not at end
                       move timing-record to ws-audit-line
                       perform handle-timing-record
               end-read
           end-perform
           close timing-file
           perform sort-night-entries.

       handle-timing-record.
           perform parse-timing-record
           if ws-tm-valid not = "Y"
               exit paragraph
           end-if
           if ws-start-date not = spaces
               and ws-tm-run-date < ws-start-date
               exit paragraph
           end-if
           if ws-end-date not = spaces
               and ws-tm-run-date > ws-end-date
               exit paragraph
           end-if
           add 1 to ws-tm-count
           evaluate ws-tm-kind
               when "doc"
                   perform tally-slow-document
               when "phase"
                   perform tally-phase-entry
               when "run"
                   perform tally-night-entry
           end-evaluate.

       parse-timing-record.
           move "N" to ws-tm-valid
           move spaces to ws-tm-kind ws-tm-run-date ws-tm-name ws-tm-extra
           move 0 to ws-tm-run-time ws-tm-elapsed
           move ws-audit-line to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-audit-length
           if ws-audit-length = 0
               exit paragraph
           end-if
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 10
               perform extract-next-field
               evaluate ws-field-no
                   when 1
                       if ws-field-length > 5
                           exit paragraph
                       end-if
                       move ws-field-text to ws-tm-kind
                   when 2
                       if ws-field-length not = 8
                           or ws-field-text(1:8) is not numeric
                           exit paragraph
                       end-if
                       move ws-field-text(1:8) to ws-tm-run-date
                   when 3
                       if ws-field-length not = 8
                           or ws-field-text(1:8) is not numeric
                           exit paragraph
                       end-if
                       move ws-field-text(1:8) to ws-tm-run-time
                   when 8
                       perform convert-field-number
                       move ws-field-number to ws-tm-elapsed
                   when 9
                       move ws-field-text to ws-tm-name
                   when 10
                       move ws-field-text to ws-tm-extra
               end-evaluate
           end-perform
           if ws-tm-name not = spaces
               move "Y" to ws-tm-valid
           end-if.

       tally-slow-document.
           move 0 to ws-slow-index
           perform varying ws-i from 1 by 1 until ws-i > ws-slow-count
               if ws-tm-elapsed > ws-slow-elapsed(ws-i)
                   move ws-i to ws-slow-index
                   exit perform
               end-if
           end-perform
           if ws-slow-index = 0
               if ws-slow-count >= 10
                   exit paragraph
               end-if
               add 1 to ws-slow-count
               move ws-slow-count to ws-slow-index
           else
               if ws-slow-count < 10
                   add 1 to ws-slow-count
               end-if
               perform varying ws-i from ws-slow-count by -1
                       until ws-i <= ws-slow-index
                   move ws-slow-entry(ws-i - 1) to ws-slow-entry(ws-i)
               end-perform
           end-if
           move ws-tm-name to ws-slow-input(ws-slow-index)
           move ws-tm-extra to ws-slow-output(ws-slow-index)
           move ws-tm-run-date to ws-slow-date(ws-slow-index)
           move ws-tm-elapsed to ws-slow-elapsed(ws-slow-index).

       tally-phase-entry.
           move 0 to ws-phase-index
           perform varying ws-i from 1 by 1 until ws-i > ws-phase-count
               if ws-phase-name(ws-i) = ws-tm-name(1:32)
                   move ws-i to ws-phase-index
                   exit perform
               end-if
           end-perform
           if ws-phase-index = 0
               if ws-phase-count >= 30
                   exit paragraph
               end-if
               add 1 to ws-phase-count
               move ws-phase-count to ws-phase-index
               move ws-tm-name(1:32) to ws-phase-name(ws-phase-index)
               move 0 to ws-phase-runs(ws-phase-index)
               move 0 to ws-phase-total(ws-phase-index)
               move 0 to ws-phase-longest(ws-phase-index)
           end-if
           add 1 to ws-phase-runs(ws-phase-index)
           add ws-tm-elapsed to ws-phase-total(ws-phase-index)
           if ws-tm-elapsed > ws-phase-longest(ws-phase-index)
               move ws-tm-elapsed to ws-phase-longest(ws-phase-index)
           end-if.

       tally-night-entry.
           compute ws-tm-start-cs = ((ws-tm-hh * 60 + ws-tm-mm) * 60
               + ws-tm-ss) * 100 + ws-tm-cc
           move 0 to ws-night-index
           perform varying ws-i from 1 by 1 until ws-i > ws-night-count
               if ws-night-date(ws-i) = ws-tm-run-date
                   move ws-i to ws-night-index
                   exit perform
               end-if
           end-perform
           if ws-night-index = 0
               if ws-night-count >= 400
                   exit paragraph
               end-if
               add 1 to ws-night-count
               move ws-night-count to ws-night-index
               move ws-tm-run-date to ws-night-date(ws-night-index)
               move 0 to ws-night-runs(ws-night-index)
               move ws-tm-start-cs to ws-night-start(ws-night-index)
               move 0 to ws-night-end(ws-night-index)
           end-if
           add 1 to ws-night-runs(ws-night-index)
           if ws-tm-start-cs < ws-night-start(ws-night-index)
               move ws-tm-start-cs to ws-night-start(ws-night-index)
           end-if
           if ws-tm-start-cs + ws-tm-elapsed > ws-night-end(ws-night-index)
               compute ws-night-end(ws-night-index)
                   = ws-tm-start-cs + ws-tm-elapsed
           end-if.

       sort-night-entries.
           perform varying ws-i from 2 by 1 until ws-i > ws-night-count
               move ws-night-entry(ws-i) to ws-night-hold
               move ws-i to ws-j
               perform until ws-j < 2
                   or ws-night-date(ws-j - 1) <= ws-hold-date
                   move ws-night-entry(ws-j - 1) to ws-night-entry(ws-j)
                   subtract 1 from ws-j
               end-perform
               move ws-night-hold to ws-night-entry(ws-j)
           end-perform.

       print-timing-report.
           if ws-timing-read not = "Y"
               display " "
               move ws-timing-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "batch timings: no timing file "
                   ws-timing-path(1:ws-calc-length)
               exit paragraph
           end-if
           display " "
           display "slowest documents:"
           if ws-slow-count = 0
               display "  none in period"
           end-if
           perform varying ws-slow-index from 1 by 1
                   until ws-slow-index > ws-slow-count
               perform print-one-slow-document
           end-perform
           display " "
           display "time per phase   runs  total       average     "
               "longest"
           perform varying ws-phase-index from 1 by 1
                   until ws-phase-index > ws-phase-count
               perform print-one-phase-line
           end-perform
           display " "
           display "run duration per night:"
           display "date      runs start    window      change        "
               "trend"
           move 0 to ws-prior-window ws-prior-total
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               perform print-one-night-line
           end-perform
           if ws-window-minutes > 0
               move ws-window-minutes to ws-dsp-minutes
               move ws-over-count to ws-dsp-arc-count
               display "nights over the " ws-dsp-minutes
                   "-minute window: " ws-dsp-arc-count
           end-if.

       print-one-slow-document.
           move ws-slow-elapsed(ws-slow-index) to ws-fmt-cs
           perform format-elapsed
           move ws-slow-index to ws-dsp-rank
           move ws-slow-input(ws-slow-index) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "  " ws-dsp-rank ". " ws-dsp-elapsed "  "
               ws-slow-date(ws-slow-index) "  "
               ws-slow-input(ws-slow-index)(1:ws-calc-length).

       print-one-phase-line.
           move ws-phase-total(ws-phase-index) to ws-fmt-cs
           perform format-elapsed
           move ws-dsp-elapsed to ws-dsp-total
           divide ws-phase-total(ws-phase-index)
               by ws-phase-runs(ws-phase-index) giving ws-fmt-cs
           perform format-elapsed
           move ws-dsp-elapsed to ws-dsp-average
           move ws-phase-longest(ws-phase-index) to ws-fmt-cs
           perform format-elapsed
           move ws-dsp-elapsed to ws-dsp-longest
           move ws-phase-runs(ws-phase-index) to ws-dsp-runs
           display ws-phase-name(ws-phase-index)(1:16) " "
               ws-dsp-runs "  " ws-dsp-total " " ws-dsp-average " "
               ws-dsp-longest.

       print-one-night-line.
           compute ws-night-window = ws-night-end(ws-night-index)
               - ws-night-start(ws-night-index)
           move ws-night-start(ws-night-index) to ws-fmt-cs
           perform format-elapsed
           move ws-dsp-elapsed(1:8) to ws-dsp-start
           move ws-night-window to ws-fmt-cs
           perform format-elapsed
           move ws-dsp-elapsed to ws-dsp-window
           move ws-night-runs(ws-night-index) to ws-dsp-runs
           move spaces to ws-dsp-change ws-trend
           if ws-night-index = 1
               move "-" to ws-trend
           else
               if ws-night-window >= ws-prior-window
                   move "+" to ws-delta-sign
                   compute ws-delta = ws-night-window - ws-prior-window
               else
                   move "-" to ws-delta-sign
                   compute ws-delta = ws-prior-window - ws-night-window
               end-if
               move ws-delta to ws-fmt-cs
               perform format-elapsed
               move ws-delta-sign to ws-dsp-change(1:1)
               move ws-dsp-elapsed to ws-dsp-change(2:11)
               compute ws-prior-average
                   = ws-prior-total / (ws-night-index - 1)
               evaluate true
                   when ws-night-window * 10 > ws-prior-average * 11
                       move "rising" to ws-trend
                   when ws-night-window * 10 < ws-prior-average * 9
                       move "easing" to ws-trend
                   when other
                       move "steady" to ws-trend
               end-evaluate
           end-if
           if ws-window-cs > 0 and ws-night-window > ws-window-cs
               add 1 to ws-over-count
               display ws-night-date(ws-night-index) "  " ws-dsp-runs " "
                   ws-dsp-start " " ws-dsp-window " " ws-dsp-change "  "
                   ws-trend "  ** over window **"
           else
               display ws-night-date(ws-night-index) "  " ws-dsp-runs " "
                   ws-dsp-start " " ws-dsp-window " " ws-dsp-change "  "
                   ws-trend
           end-if
           move ws-night-window to ws-prior-window
           add ws-night-window to ws-prior-total.

       format-elapsed.
           compute ws-fmt-hours = ws-fmt-cs / 360000
           compute ws-fmt-rest = ws-fmt-cs - ws-fmt-hours * 360000
           if ws-fmt-hours > 99
               move 99 to ws-fmt-hours
           end-if
           move ws-fmt-hours to ws-dsp-el-hh
           compute ws-dsp-el-mm = ws-fmt-rest / 6000
           compute ws-fmt-rest = ws-fmt-rest - ws-dsp-el-mm * 6000
           compute ws-dsp-el-ss = ws-fmt-rest / 100
           compute ws-dsp-el-cc = ws-fmt-rest - ws-dsp-el-ss * 100.

       calculate-length.
           move ws-calc-max to ws-calc-length
           perform until ws-calc-length = 0
