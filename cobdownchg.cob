       identification division.
       program-id. cobdownchg.

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to dynamic ws-catalog-path
               organization is line sequential
               file status is ws-catalog-status.
           select change-report assign to dynamic ws-report-path
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  catalog-file.
       01  catalog-record                  pic x(4096).

       fd  change-report.
       01  change-record                   pic x(2048).

       working-storage section.
       01  ws-paths.
           05 ws-prev-path                 pic x(512)
               value "cobdown-catalog.prv".
           05 ws-curr-path                 pic x(512)
               value "cobdown-catalog.dat".
           05 ws-report-path               pic x(512)
               value "cobdown-changes.rpt".
           05 ws-catalog-path              pic x(512).

       01  ws-control.
           05 ws-catalog-status            pic xx value "00".
           05 ws-catalog-eof               pic x value "N".
           05 ws-report-status             pic xx value "00".
           05 ws-path-input                pic x(512).
           05 ws-pct-input                 pic x(80).
           05 ws-threshold                 pic 9(3) comp value 10.
           05 ws-loading                   pic x value "P".
           05 ws-prev-missing              pic x value "N".
           05 ws-overflow                  pic x value "N".

       01  ws-fields.
           05 ws-cat-line                  pic x(4096).
           05 ws-cat-length                pic 9(4) comp value 0.
           05 ws-field-start               pic 9(4) comp value 0.
           05 ws-field-end                 pic 9(4) comp value 0.
           05 ws-field-no                  pic 9(2) comp value 0.
           05 ws-field-text                pic x(1024).
           05 ws-field-length              pic 9(4) comp value 0.
           05 ws-rec-outcome               pic x(9).
           05 ws-rec-input                 pic x(512).
           05 ws-rec-output                pic x(512).
           05 ws-rec-title                 pic x(256).
           05 ws-rec-src-lines             pic 9(8) comp value 0.
           05 ws-rec-outline               pic x(1024).
           05 ws-rec-outline-length        pic 9(4) comp value 0.
           05 ws-rec-valid                 pic x value "N".

       01  ws-previous.
           05 ws-prev-count                pic 9(3) comp value 0.
           05 ws-prev-entry occurs 500 times.
               10 ws-prev-outcome          pic x(9).
               10 ws-prev-input            pic x(512).
               10 ws-prev-output           pic x(512).
               10 ws-prev-title            pic x(256).
               10 ws-prev-src-lines        pic 9(8) comp.
               10 ws-prev-outline          pic x(1024).
               10 ws-prev-outline-length   pic 9(4) comp.
               10 ws-prev-match            pic 9(3) comp.

       01  ws-current.
           05 ws-curr-count                pic 9(3) comp value 0.
           05 ws-curr-entry occurs 500 times.
               10 ws-curr-outcome          pic x(9).
               10 ws-curr-input            pic x(512).
               10 ws-curr-output           pic x(512).
               10 ws-curr-title            pic x(256).
               10 ws-curr-src-lines        pic 9(8) comp.
               10 ws-curr-outline          pic x(1024).
               10 ws-curr-outline-length   pic 9(4) comp.
               10 ws-curr-match            pic 9(3) comp.

       01  ws-compare.
           05 ws-p                         pic 9(3) comp value 0.
           05 ws-c                         pic 9(3) comp value 0.
           05 ws-outline-probe             pic x(1026).
           05 ws-outline-buffer            pic x(1026).
           05 ws-outline-buffer-length     pic 9(4) comp value 0.
           05 ws-outline-source            pic x(1024).
           05 ws-outline-item              pic x(1024).
           05 ws-outline-item-length       pic 9(4) comp value 0.
           05 ws-outline-tally             pic 9(4) comp value 0.
           05 ws-outline-sign              pic x value space.
           05 ws-doc-shown                 pic x value "N".
           05 ws-line-diff                 pic 9(8) comp value 0.
           05 ws-line-pct                  pic 9(6) comp value 0.
           05 ws-line-sign                 pic x value space.

       01  ws-totals.
           05 ws-tot-added                 pic 9(5) comp value 0.
           05 ws-tot-dropped               pic 9(5) comp value 0.
           05 ws-tot-moved                 pic 9(5) comp value 0.
           05 ws-tot-retitled              pic 9(5) comp value 0.
           05 ws-tot-status                pic 9(5) comp value 0.
           05 ws-tot-outline               pic 9(5) comp value 0.
           05 ws-tot-lines                 pic 9(5) comp value 0.

       01  ws-display.
           05 ws-dsp-count                 pic 9(5).
           05 ws-dsp-lines                 pic 9(8).
           05 ws-dsp-lines-2               pic 9(8).
           05 ws-dsp-pct                   pic 9(6).
           05 ws-dsp-threshold             pic 9(3).
           05 ws-section-shown             pic x value "N".
           05 ws-rpt-line                  pic x(2048).
           05 ws-in-length                 pic 9(4) comp value 0.
           05 ws-out-length                pic 9(4) comp value 0.
           05 ws-out-length-2              pic 9(4) comp value 0.

       01  ws-work.
           05 ws-calc-text                 pic x(4096).
           05 ws-calc-max                  pic 9(5) comp value 0.
           05 ws-calc-length               pic 9(5) comp value 0.
           05 ws-char                      pic x value space.
           05 ws-i                         pic 9(5) comp value 0.
           05 ws-j                         pic 9(5) comp value 0.
           05 ws-k                         pic 9(5) comp value 0.
           05 ws-digits                    pic x(10) value "0123456789".
           05 ws-digit-value               pic 9(2) comp value 0.
           05 ws-field-number              pic 9(8) comp value 0.

       procedure division.
       main.
           perform read-change-options
           move "P" to ws-loading
           move ws-prev-path to ws-catalog-path
           perform read-catalog-file
           move "C" to ws-loading
           move ws-curr-path to ws-catalog-path
           perform read-catalog-file
           perform match-catalog-entries
           perform write-change-report
           if ws-prev-missing = "Y" or ws-overflow = "Y"
               move 4 to return-code
           end-if
           stop run.

       read-change-options.
           display "Previous catalog path (blank for cobdown-catalog.prv):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-prev-path
           end-if
           display "Current catalog path (blank for cobdown-catalog.dat):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-curr-path
           end-if
           display "Change notice report path (blank for "
               "cobdown-changes.rpt):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-report-path
           end-if
           display "Source line change threshold percent (blank for 10):"
           accept ws-pct-input
           perform validate-threshold-input.

       validate-threshold-input.
           if ws-pct-input = spaces
               exit paragraph
           end-if
           move ws-pct-input to ws-calc-text
           move 80 to ws-calc-max
           perform calculate-length
           if ws-calc-length <= 3
               and ws-pct-input(1:ws-calc-length) is numeric
               move ws-pct-input(1:ws-calc-length) to ws-field-text
               move ws-calc-length to ws-field-length
               perform convert-field-number
               move ws-field-number to ws-threshold
               exit paragraph
           end-if
           display "cobdownchg: invalid threshold "
               ws-pct-input(1:ws-calc-length)
               " ignored - using 10 percent".

       read-catalog-file.
           open input catalog-file
           if ws-catalog-status not = "00"
               move ws-catalog-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               if ws-loading = "P"
                   move "Y" to ws-prev-missing
                   display "cobdownchg: previous catalog "
                       ws-catalog-path(1:ws-calc-length)
                       " not available (file status "
                       ws-catalog-status ") - every document is "
                       "reported as added"
                   exit paragraph
               end-if
               display "cobdownchg: cannot open current catalog "
                   ws-catalog-path(1:ws-calc-length)
                   " (file status " ws-catalog-status ")"
               move 8 to return-code
               stop run
           end-if
           move "N" to ws-catalog-eof
           perform until ws-catalog-eof = "Y"
               read catalog-file
                   at end
                       move "Y" to ws-catalog-eof
                   not at end
                       perform handle-catalog-record
               end-read
           end-perform
           close catalog-file.

       handle-catalog-record.
           perform parse-catalog-record
           if ws-rec-valid not = "Y"
               exit paragraph
           end-if
           if ws-loading = "P"
               perform store-previous-entry
           else
               perform store-current-entry
           end-if.

       store-previous-entry.
           if ws-prev-count >= 500
               if ws-overflow not = "Y"
                   move "Y" to ws-overflow
                   display "cobdownchg: catalog exceeds 500 records - "
                       "remaining records ignored"
               end-if
               exit paragraph
           end-if
           add 1 to ws-prev-count
           move ws-rec-outcome to ws-prev-outcome(ws-prev-count)
           move ws-rec-input to ws-prev-input(ws-prev-count)
           move ws-rec-output to ws-prev-output(ws-prev-count)
           move ws-rec-title to ws-prev-title(ws-prev-count)
           move ws-rec-src-lines to ws-prev-src-lines(ws-prev-count)
           move ws-rec-outline to ws-prev-outline(ws-prev-count)
           move ws-rec-outline-length
               to ws-prev-outline-length(ws-prev-count)
           move 0 to ws-prev-match(ws-prev-count).

       store-current-entry.
           if ws-curr-count >= 500
               if ws-overflow not = "Y"
                   move "Y" to ws-overflow
                   display "cobdownchg: catalog exceeds 500 records - "
                       "remaining records ignored"
               end-if
               exit paragraph
           end-if
           add 1 to ws-curr-count
           move ws-rec-outcome to ws-curr-outcome(ws-curr-count)
           move ws-rec-input to ws-curr-input(ws-curr-count)
           move ws-rec-output to ws-curr-output(ws-curr-count)
           move ws-rec-title to ws-curr-title(ws-curr-count)
           move ws-rec-src-lines to ws-curr-src-lines(ws-curr-count)
           move ws-rec-outline to ws-curr-outline(ws-curr-count)
           move ws-rec-outline-length
               to ws-curr-outline-length(ws-curr-count)
           move 0 to ws-curr-match(ws-curr-count).

       parse-catalog-record.
           move "N" to ws-rec-valid
           move spaces to ws-rec-outcome ws-rec-input ws-rec-output
               ws-rec-title ws-rec-outline
           move 0 to ws-rec-src-lines ws-rec-outline-length
           move catalog-record to ws-cat-line
           move ws-cat-line to ws-calc-text
           move 4096 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-cat-length
           if ws-cat-length = 0
               exit paragraph
           end-if
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 12
               perform extract-next-field
               evaluate ws-field-no
                   when 1
                       if ws-field-length = 0
                           or ws-field-text(1:ws-field-length)
                               is not numeric
                           exit paragraph
                       end-if
                   when 2
                       move ws-field-text to ws-rec-outcome
                   when 4
                       move ws-field-text to ws-rec-input
                   when 5
                       move ws-field-text to ws-rec-output
                   when 6
                       move ws-field-text to ws-rec-title
                   when 8
                       perform convert-field-number
                       move ws-field-number to ws-rec-src-lines
                   when 12
                       move ws-field-text to ws-rec-outline
                       move ws-field-length to ws-rec-outline-length
               end-evaluate
           end-perform
           if ws-rec-input not = spaces
               move "Y" to ws-rec-valid
           end-if.

       extract-next-field.
           move spaces to ws-field-text
           move 0 to ws-field-length
           move 0 to ws-field-end
           if ws-field-start > ws-cat-length
               compute ws-field-start = ws-cat-length + 2
               exit paragraph
           end-if
           perform varying ws-i from ws-field-start by 1
                   until ws-i > ws-cat-length
               if ws-cat-line(ws-i:1) = "|"
                   move ws-i to ws-field-end
                   exit perform
               end-if
           end-perform
           if ws-field-end = 0
               compute ws-field-end = ws-cat-length + 1
           end-if
           compute ws-field-length = ws-field-end - ws-field-start
           if ws-field-length > 1024
               move 1024 to ws-field-length
           end-if
           if ws-field-length > 0
               move ws-cat-line(ws-field-start:ws-field-length)
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

       match-catalog-entries.
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               perform varying ws-p from 1 by 1 until ws-p > ws-prev-count
                   if ws-prev-match(ws-p) = 0
                       and ws-prev-input(ws-p) = ws-curr-input(ws-c)
                       and ws-prev-output(ws-p) = ws-curr-output(ws-c)
                       move ws-p to ws-curr-match(ws-c)
                       move ws-c to ws-prev-match(ws-p)
                       exit perform
                   end-if
               end-perform
           end-perform
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               if ws-curr-match(ws-c) = 0
                   perform varying ws-p from 1 by 1
                           until ws-p > ws-prev-count
                       if ws-prev-match(ws-p) = 0
                           and ws-prev-input(ws-p) = ws-curr-input(ws-c)
                           move ws-p to ws-curr-match(ws-c)
                           move ws-c to ws-prev-match(ws-p)
                           add 1 to ws-tot-moved
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform.

       write-change-report.
           open output change-report
           if ws-report-status not = "00"
               move ws-report-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownchg: cannot write change notice "
                   ws-report-path(1:ws-calc-length)
                   " (file status " ws-report-status ")"
               move 8 to return-code
               stop run
           end-if
           move "cobdown document change notice" to ws-rpt-line
           perform put-report-line
           move ws-prev-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-rpt-line
           string "previous catalog.....: " delimited by size
               ws-prev-path(1:ws-calc-length) delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move ws-curr-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-rpt-line
           string "current catalog......: " delimited by size
               ws-curr-path(1:ws-calc-length) delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move ws-threshold to ws-dsp-threshold
           move spaces to ws-rpt-line
           string "line change threshold: " delimited by size
               ws-dsp-threshold delimited by size
               "%" delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           perform report-added-documents
           perform report-dropped-documents
           perform report-moved-documents
           perform report-title-changes
           perform report-outcome-changes
           perform report-outline-changes
           perform report-line-count-changes
           perform report-change-totals
           close change-report
           move ws-report-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdownchg: change notice written to "
               ws-report-path(1:ws-calc-length).

       report-added-documents.
           move "N" to ws-section-shown
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               if ws-curr-match(ws-c) = 0
                   if ws-section-shown not = "Y"
                       move " " to ws-rpt-line
                       perform put-report-line
                       move "documents added:" to ws-rpt-line
                       perform put-report-line
                       move "Y" to ws-section-shown
                   end-if
                   add 1 to ws-tot-added
                   move ws-curr-input(ws-c) to ws-calc-text
                   move 512 to ws-calc-max
                   perform calculate-length
                   move ws-calc-length to ws-in-length
                   move ws-curr-output(ws-c) to ws-calc-text
                   perform calculate-length
                   move ws-calc-length to ws-out-length
                   move ws-curr-title(ws-c) to ws-calc-text
                   move 256 to ws-calc-max
                   perform calculate-length
                   move spaces to ws-rpt-line
                   string "  " delimited by size
                       ws-curr-input(ws-c)(1:ws-in-length)
                           delimited by size
                       " -> " delimited by size
                       ws-curr-output(ws-c)(1:ws-out-length)
                           delimited by size
                       "  " delimited by size
                       ws-curr-title(ws-c)(1:ws-calc-length)
                           delimited by size
                       into ws-rpt-line
                   end-string
                   perform put-report-line
               end-if
           end-perform
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move "documents added: none" to ws-rpt-line
               perform put-report-line
           end-if.

       report-dropped-documents.
           move "N" to ws-section-shown
           perform varying ws-p from 1 by 1 until ws-p > ws-prev-count
               if ws-prev-match(ws-p) = 0
                   if ws-section-shown not = "Y"
                       move " " to ws-rpt-line
                       perform put-report-line
                       move "documents dropped:" to ws-rpt-line
                       perform put-report-line
                       move "Y" to ws-section-shown
                   end-if
                   add 1 to ws-tot-dropped
                   move ws-prev-input(ws-p) to ws-calc-text
                   move 512 to ws-calc-max
                   perform calculate-length
                   move ws-calc-length to ws-in-length
                   move ws-prev-output(ws-p) to ws-calc-text
                   perform calculate-length
                   move ws-calc-length to ws-out-length
                   move ws-prev-title(ws-p) to ws-calc-text
                   move 256 to ws-calc-max
                   perform calculate-length
                   move spaces to ws-rpt-line
                   string "  " delimited by size
                       ws-prev-input(ws-p)(1:ws-in-length)
                           delimited by size
                       " -> " delimited by size
                       ws-prev-output(ws-p)(1:ws-out-length)
                           delimited by size
                       "  " delimited by size
                       ws-prev-title(ws-p)(1:ws-calc-length)
                           delimited by size
                       into ws-rpt-line
                   end-string
                   perform put-report-line
               end-if
           end-perform
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move "documents dropped: none" to ws-rpt-line
               perform put-report-line
           end-if.

       report-moved-documents.
           if ws-tot-moved = 0
               exit paragraph
           end-if
           move " " to ws-rpt-line
           perform put-report-line
           move "output paths changed:" to ws-rpt-line
           perform put-report-line
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               move ws-curr-match(ws-c) to ws-p
               if ws-p > 0
                   if ws-prev-output(ws-p) not = ws-curr-output(ws-c)
                       perform report-one-moved-document
                   end-if
               end-if
           end-perform.

       report-one-moved-document.
           move ws-curr-input(ws-c) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-in-length
           move ws-prev-output(ws-p) to ws-calc-text
           perform calculate-length
           move ws-calc-length to ws-out-length
           move ws-curr-output(ws-c) to ws-calc-text
           perform calculate-length
           move ws-calc-length to ws-out-length-2
           move spaces to ws-rpt-line
           string "  " delimited by size
               ws-curr-input(ws-c)(1:ws-in-length) delimited by size
               ": " delimited by size
               ws-prev-output(ws-p)(1:ws-out-length) delimited by size
               " -> " delimited by size
               ws-curr-output(ws-c)(1:ws-out-length-2)
                   delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

       report-title-changes.
           move "N" to ws-section-shown
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               move ws-curr-match(ws-c) to ws-p
               if ws-p > 0
                   if ws-prev-title(ws-p) not = ws-curr-title(ws-c)
                       and ws-prev-title(ws-p) not = spaces
                       and ws-curr-title(ws-c) not = spaces
                       if ws-section-shown not = "Y"
                           move " " to ws-rpt-line
                           perform put-report-line
                           move "title changes:" to ws-rpt-line
                           perform put-report-line
                           move "Y" to ws-section-shown
                       end-if
                       add 1 to ws-tot-retitled
                       perform report-one-title-change
                   end-if
               end-if
           end-perform
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move "title changes: none" to ws-rpt-line
               perform put-report-line
           end-if.

       report-one-title-change.
           perform put-document-heading
           move ws-prev-title(ws-p) to ws-calc-text
           move 256 to ws-calc-max
           perform calculate-length
           move spaces to ws-rpt-line
           string "    was: " delimited by size
               ws-prev-title(ws-p)(1:ws-calc-length) delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move ws-curr-title(ws-c) to ws-calc-text
           move 256 to ws-calc-max
           perform calculate-length
           move spaces to ws-rpt-line
           string "    now: " delimited by size
               ws-curr-title(ws-c)(1:ws-calc-length) delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

       report-outcome-changes.
           move "N" to ws-section-shown
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               move ws-curr-match(ws-c) to ws-p
               if ws-p > 0
                   if ws-prev-outcome(ws-p) = "failed"
                       or ws-prev-outcome(ws-p) = "skipped"
                       or ws-curr-outcome(ws-c) = "failed"
                       or ws-curr-outcome(ws-c) = "skipped"
                       if ws-prev-outcome(ws-p)
                           not = ws-curr-outcome(ws-c)
                           if ws-section-shown not = "Y"
                               move " " to ws-rpt-line
                               perform put-report-line
                               move "status changes:" to ws-rpt-line
                               perform put-report-line
                               move "Y" to ws-section-shown
                           end-if
                           add 1 to ws-tot-status
                           perform report-one-outcome-change
                       end-if
                   end-if
               end-if
           end-perform.

       report-one-outcome-change.
           move ws-curr-input(ws-c) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-rpt-line
           string "  " delimited by size
               ws-curr-input(ws-c)(1:ws-calc-length) delimited by size
               ": " delimited by size
               ws-prev-outcome(ws-p) delimited by space
               " -> " delimited by size
               ws-curr-outcome(ws-c) delimited by space
               into ws-rpt-line
           end-string
           perform put-report-line.

       report-outline-changes.
           move "N" to ws-section-shown
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               move ws-curr-match(ws-c) to ws-p
               if ws-p > 0
                   if (ws-prev-outcome(ws-p) = "converted"
                           or ws-prev-outcome(ws-p) = "unchanged")
                       and (ws-curr-outcome(ws-c) = "converted"
                           or ws-curr-outcome(ws-c) = "unchanged")
                       and ws-prev-outline(ws-p) not = ws-curr-outline(ws-c)
                       perform compare-one-outline
                   end-if
               end-if
           end-perform
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move "outline changes: none" to ws-rpt-line
               perform put-report-line
           end-if.

       compare-one-outline.
           move "N" to ws-doc-shown
           move "+" to ws-outline-sign
           move spaces to ws-outline-buffer
           move ";" to ws-outline-buffer(1:1)
           move 1 to ws-outline-buffer-length
           if ws-prev-outline-length(ws-p) > 0
               move ws-prev-outline(ws-p)
                   (1:ws-prev-outline-length(ws-p))
                   to ws-outline-buffer(2:ws-prev-outline-length(ws-p))
               add ws-prev-outline-length(ws-p)
                   to ws-outline-buffer-length
           end-if
           add 1 to ws-outline-buffer-length
           move ";" to ws-outline-buffer(ws-outline-buffer-length:1)
           move ws-curr-outline(ws-c) to ws-outline-source
           move ws-curr-outline-length(ws-c) to ws-k
           perform scan-outline-items
           move "-" to ws-outline-sign
           move spaces to ws-outline-buffer
           move ";" to ws-outline-buffer(1:1)
           move 1 to ws-outline-buffer-length
           if ws-curr-outline-length(ws-c) > 0
               move ws-curr-outline(ws-c)
                   (1:ws-curr-outline-length(ws-c))
                   to ws-outline-buffer(2:ws-curr-outline-length(ws-c))
               add ws-curr-outline-length(ws-c)
                   to ws-outline-buffer-length
           end-if
           add 1 to ws-outline-buffer-length
           move ";" to ws-outline-buffer(ws-outline-buffer-length:1)
           move ws-prev-outline(ws-p) to ws-outline-source
           move ws-prev-outline-length(ws-p) to ws-k
           perform scan-outline-items
           if ws-doc-shown = "Y"
               add 1 to ws-tot-outline
           end-if.

       scan-outline-items.
           move spaces to ws-outline-item
           move 0 to ws-outline-item-length
           perform varying ws-j from 1 by 1 until ws-j > ws-k + 1
               if ws-j > ws-k
                   move ";" to ws-char
               else
                   move ws-outline-source(ws-j:1) to ws-char
               end-if
               if ws-char = ";"
                   if ws-outline-item-length > 0
                       perform check-outline-item
                   end-if
                   move spaces to ws-outline-item
                   move 0 to ws-outline-item-length
               else
                   if ws-outline-item-length < 1024
                       add 1 to ws-outline-item-length
                       move ws-char
                           to ws-outline-item(ws-outline-item-length:1)
                   end-if
               end-if
           end-perform.

       check-outline-item.
           move spaces to ws-outline-probe
           move ";" to ws-outline-probe(1:1)
           move ws-outline-item(1:ws-outline-item-length)
               to ws-outline-probe(2:ws-outline-item-length)
           move ";" to ws-outline-probe(ws-outline-item-length + 2:1)
           move 0 to ws-outline-tally
           inspect ws-outline-buffer(1:ws-outline-buffer-length)
               tallying ws-outline-tally
               for all ws-outline-probe(1:ws-outline-item-length + 2)
           if ws-outline-tally > 0
               exit paragraph
           end-if
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move "outline changes (+ section added, - section "
                   & "removed):" to ws-rpt-line
               perform put-report-line
               move "Y" to ws-section-shown
           end-if
           if ws-doc-shown not = "Y"
               perform put-document-heading
               move "Y" to ws-doc-shown
           end-if
           move spaces to ws-rpt-line
           string "    " delimited by size
               ws-outline-sign delimited by size
               " " delimited by size
               ws-outline-item(1:ws-outline-item-length)
                   delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

       report-line-count-changes.
           move "N" to ws-section-shown
           perform varying ws-c from 1 by 1 until ws-c > ws-curr-count
               move ws-curr-match(ws-c) to ws-p
               if ws-p > 0
                   if (ws-prev-outcome(ws-p) = "converted"
                           or ws-prev-outcome(ws-p) = "unchanged")
                       and (ws-curr-outcome(ws-c) = "converted"
                           or ws-curr-outcome(ws-c) = "unchanged")
                       perform compare-one-line-count
                   end-if
               end-if
           end-perform
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move ws-threshold to ws-dsp-threshold
               move spaces to ws-rpt-line
               string "source line changes over " delimited by size
                   ws-dsp-threshold delimited by size
                   "%: none" delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-if.

       compare-one-line-count.
           if ws-curr-src-lines(ws-c) >= ws-prev-src-lines(ws-p)
               compute ws-line-diff = ws-curr-src-lines(ws-c)
                   - ws-prev-src-lines(ws-p)
               move "+" to ws-line-sign
           else
               compute ws-line-diff = ws-prev-src-lines(ws-p)
                   - ws-curr-src-lines(ws-c)
               move "-" to ws-line-sign
           end-if
           if ws-line-diff = 0
               exit paragraph
           end-if
           if ws-prev-src-lines(ws-p) = 0
               move 999999 to ws-line-pct
           else
               compute ws-line-pct = ws-line-diff * 100
                   / ws-prev-src-lines(ws-p)
           end-if
           if ws-line-pct <= ws-threshold
               exit paragraph
           end-if
           if ws-section-shown not = "Y"
               move " " to ws-rpt-line
               perform put-report-line
               move ws-threshold to ws-dsp-threshold
               move spaces to ws-rpt-line
               string "source line changes over " delimited by size
                   ws-dsp-threshold delimited by size
                   "%:" delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
               move "Y" to ws-section-shown
           end-if
           add 1 to ws-tot-lines
           move ws-curr-input(ws-c) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-prev-src-lines(ws-p) to ws-dsp-lines
           move ws-curr-src-lines(ws-c) to ws-dsp-lines-2
           move ws-line-pct to ws-dsp-pct
           move spaces to ws-rpt-line
           string "  " delimited by size
               ws-curr-input(ws-c)(1:ws-calc-length) delimited by size
               ": " delimited by size
               ws-dsp-lines delimited by size
               " -> " delimited by size
               ws-dsp-lines-2 delimited by size
               " (" delimited by size
               ws-line-sign delimited by size
               ws-dsp-pct delimited by size
               "%)" delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

       put-document-heading.
           move ws-curr-input(ws-c) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-in-length
           move ws-curr-output(ws-c) to ws-calc-text
           perform calculate-length
           move spaces to ws-rpt-line
           string "  " delimited by size
               ws-curr-input(ws-c)(1:ws-in-length) delimited by size
               " (" delimited by size
               ws-curr-output(ws-c)(1:ws-calc-length) delimited by size
               ")" delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

       report-change-totals.
           move " " to ws-rpt-line
           perform put-report-line
           move ws-tot-added to ws-dsp-count
           move spaces to ws-rpt-line
           string "documents added......: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-dropped to ws-dsp-count
           move spaces to ws-rpt-line
           string "documents dropped....: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-moved to ws-dsp-count
           move spaces to ws-rpt-line
           string "output paths changed.: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-retitled to ws-dsp-count
           move spaces to ws-rpt-line
           string "titles changed.......: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-status to ws-dsp-count
           move spaces to ws-rpt-line
           string "status changes.......: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-outline to ws-dsp-count
           move spaces to ws-rpt-line
           string "outlines changed.....: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line
           move ws-tot-lines to ws-dsp-count
           move spaces to ws-rpt-line
           string "line counts moved....: " delimited by size
               ws-dsp-count delimited by size into ws-rpt-line
           end-string
           perform put-report-line.

       put-report-line.
           move ws-rpt-line to change-record
           write change-record.

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
