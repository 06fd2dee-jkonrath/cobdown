       identification division.
       program-id. cobdownpln.

       environment division.
       input-output section.
       file-control.
           select master-file assign to dynamic ws-master-path
               organization is line sequential
               file status is ws-master-status.
           select counts-file assign to dynamic ws-counts-path
               organization is line sequential
               file status is ws-counts-status.
           select partition-file assign to dynamic ws-partition-path
               organization is line sequential
               file status is ws-partition-status.

       data division.
       file section.
       fd  master-file.
       01  master-record                   pic x(1030).

       fd  counts-file.
       01  counts-record                   pic x(4096).

       fd  partition-file.
       01  partition-record                pic x(1040).

       working-storage section.
       01  ws-paths.
           05 ws-master-path               pic x(512).
           05 ws-counts-path               pic x(512)
               value "cobdown-catalog.dat".
           05 ws-partition-path            pic x(512).

       01  ws-control.
           05 ws-master-status             pic xx value "00".
           05 ws-counts-status             pic xx value "00".
           05 ws-partition-status          pic xx value "00".
           05 ws-eof                       pic x value "N".
           05 ws-path-input                pic x(512).
           05 ws-count-input               pic x(80).
           05 ws-partitions                pic 9(2) comp value 2.
           05 ws-counts-default            pic x value "Y".
           05 ws-counts-kind               pic x value space.
           05 ws-overflow                  pic x value "N".

       01  ws-fields.
           05 ws-line                      pic x(4096).
           05 ws-line-length               pic 9(4) comp value 0.
           05 ws-field-start               pic 9(4) comp value 0.
           05 ws-field-end                 pic 9(4) comp value 0.
           05 ws-field-no                  pic 9(2) comp value 0.
           05 ws-field-text                pic x(1024).
           05 ws-field-length              pic 9(4) comp value 0.
           05 ws-field-delim               pic x value "|".
           05 ws-rec-input                 pic x(512).
           05 ws-book-group                pic 9(4) comp value 0.
           05 ws-rec-lines                 pic 9(8) comp value 0.

       01  ws-master.
           05 ws-mst-count                 pic 9(4) comp value 0.
           05 ws-mst-index                 pic 9(4) comp value 0.
           05 ws-mst-records               pic 9(4) comp value 0.
           05 ws-mst-entry occurs 1000 times.
               10 ws-mst-text              pic x(1030).
               10 ws-mst-length            pic 9(4) comp.
               10 ws-mst-kind              pic x.
               10 ws-mst-group             pic 9(4) comp.
               10 ws-mst-lines             pic 9(8) comp.

       01  ws-groups.
           05 ws-grp-count                 pic 9(4) comp value 0.
           05 ws-grp-index                 pic 9(4) comp value 0.
           05 ws-grp-best                  pic 9(4) comp value 0.
           05 ws-grp-entry occurs 1000 times.
               10 ws-grp-input             pic x(512).
               10 ws-grp-weight            pic 9(9) comp.
               10 ws-grp-records           pic 9(4) comp.
               10 ws-grp-partition         pic 9(2) comp.

       01  ws-counts.
           05 ws-cnt-count                 pic 9(4) comp value 0.
           05 ws-cnt-entry occurs 1000 times.
               10 ws-cnt-input             pic x(512).
               10 ws-cnt-lines             pic 9(8) comp.
           05 ws-known-count               pic 9(4) comp value 0.
           05 ws-known-lines               pic 9(10) comp value 0.
           05 ws-unknown-count             pic 9(4) comp value 0.
           05 ws-default-lines             pic 9(8) comp value 100.

       01  ws-plan.
           05 ws-ptn-index                 pic 9(2) comp value 0.
           05 ws-ptn-best                  pic 9(2) comp value 0.
           05 ws-ptn-entry occurs 99 times.
               10 ws-ptn-load              pic 9(10) comp.
               10 ws-ptn-records           pic 9(4) comp.
           05 ws-ptn-number                pic 99.
           05 ws-ptn-line                  pic x(1040).

       01  ws-display.
           05 ws-dsp-records               pic 9(4).
           05 ws-dsp-lines                 pic 9(10).
           05 ws-dsp-count                 pic 9(4).

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
           05 ws-field-number              pic 9(10) comp value 0.

       procedure division.
       main.
           perform read-plan-options
           perform load-line-counts
           perform load-master-control
           perform weigh-control-groups
           perform assign-partitions
           perform write-partition-files
           perform print-partition-plan
           stop run.

       read-plan-options.
           display "Master control file path:"
           accept ws-master-path
           if ws-master-path = spaces
               display "cobdownpln: a master control file path is required"
               move 8 to return-code
               stop run
           end-if
           display "Number of partitions (blank for 2):"
           accept ws-count-input
           perform validate-partition-count
           display "Line counts from catalog or manifest (blank for "
               "cobdown-catalog.dat):"
           accept ws-path-input
           if ws-path-input not = spaces
               move ws-path-input to ws-counts-path
               move "N" to ws-counts-default
           end-if.

       validate-partition-count.
           if ws-count-input = spaces
               exit paragraph
           end-if
           if ws-count-input(1:2) is numeric
               and ws-count-input(3:78) = spaces
               and ws-count-input(1:2) not = "00"
               move ws-count-input(1:2) to ws-partitions
               exit paragraph
           end-if
           if ws-count-input(1:1) is numeric
               and ws-count-input(2:79) = spaces
               and ws-count-input(1:1) not = "0"
               move ws-count-input(1:1) to ws-partitions
               exit paragraph
           end-if
           display "cobdownpln: invalid partition count "
               ws-count-input(1:10) " - expected 1 to 99"
           move 8 to return-code
           stop run.

       load-line-counts.
           move 0 to ws-cnt-count
           open input counts-file
           if ws-counts-status = "35" and ws-counts-default = "Y"
               move "cobdown-manifest.dat" to ws-counts-path
               open input counts-file
           end-if
           if ws-counts-status not = "00"
               move ws-counts-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownpln: warning: cannot open line counts "
                   ws-counts-path(1:ws-calc-length)
                   " (file status " ws-counts-status ") - partitions "
                   "balanced on record count only"
               move 4 to return-code
               exit paragraph
           end-if
           move space to ws-counts-kind
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read counts-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-count-record
               end-read
           end-perform
           close counts-file.

       store-count-record.
           move counts-record to ws-line
           move ws-line to ws-calc-text
           move 4096 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-line-length
           if ws-line-length = 0
               exit paragraph
           end-if
           if ws-counts-kind = space
               if ws-line-length >= 4 and ws-line(1:4) = "seq|"
                   move "C" to ws-counts-kind
                   exit paragraph
               end-if
               move "M" to ws-counts-kind
           end-if
           move spaces to ws-rec-input
           move 0 to ws-rec-lines
           move 1 to ws-field-start
           if ws-counts-kind = "C"
               move "|" to ws-field-delim
               perform varying ws-field-no from 1 by 1
                       until ws-field-no > 8
                   perform extract-next-field
                   evaluate ws-field-no
                       when 4
                           move ws-field-text to ws-rec-input
                       when 8
                           perform convert-field-number
                           move ws-field-number to ws-rec-lines
                   end-evaluate
               end-perform
           else
               move "," to ws-field-delim
               perform varying ws-field-no from 1 by 1
                       until ws-field-no > 2
                   perform extract-next-field
                   evaluate ws-field-no
                       when 1
                           move ws-field-text to ws-rec-input
                       when 2
                           perform convert-field-number
                           move ws-field-number to ws-rec-lines
                   end-evaluate
               end-perform
           end-if
           if ws-rec-input = spaces
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > ws-cnt-count
               if ws-cnt-input(ws-i) = ws-rec-input
                   if ws-rec-lines > ws-cnt-lines(ws-i)
                       move ws-rec-lines to ws-cnt-lines(ws-i)
                   end-if
                   exit paragraph
               end-if
           end-perform
           if ws-cnt-count >= 1000
               exit paragraph
           end-if
           add 1 to ws-cnt-count
           move ws-rec-input to ws-cnt-input(ws-cnt-count)
           move ws-rec-lines to ws-cnt-lines(ws-cnt-count).

       load-master-control.
           open input master-file
           if ws-master-status not = "00"
               move ws-master-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownpln: cannot open master control file "
                   ws-master-path(1:ws-calc-length)
                   " (file status " ws-master-status ")"
               move 8 to return-code
               stop run
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read master-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-master-line
               end-read
           end-perform
           close master-file
           if ws-mst-records = 0
               display "cobdownpln: master control file has no records - "
                   "no partitions written"
               move 8 to return-code
               stop run
           end-if.

       store-master-line.
           move master-record to ws-line
           move ws-line to ws-calc-text
           move 1030 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-line-length
           if ws-line-length = 0
               exit paragraph
           end-if
           if ws-line(1:10) = "*partition" or ws-line(1:5) = "*ref "
               display "cobdownpln: partition directive in master "
                   "control file ignored: " ws-line(1:ws-line-length)
               exit paragraph
           end-if
           if ws-mst-count >= 1000
               if ws-overflow not = "Y"
                   move "Y" to ws-overflow
                   display "cobdownpln: master control file exceeds 1000 "
                       "lines - remaining lines ignored"
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           add 1 to ws-mst-count
           move ws-line(1:1030) to ws-mst-text(ws-mst-count)
           move ws-line-length to ws-mst-length(ws-mst-count)
           move 0 to ws-mst-group(ws-mst-count)
           move 0 to ws-mst-lines(ws-mst-count)
           if ws-line-length > 6 and ws-line(1:6) = "*book "
               perform store-master-book
               exit paragraph
           end-if
           if ws-line-length > 8 and ws-line(1:8) = "*member "
               and ws-book-group > 0
               perform store-master-member
               exit paragraph
           end-if
           if ws-line(1:1) = "*"
               move "C" to ws-mst-kind(ws-mst-count)
               exit paragraph
           end-if
           move "R" to ws-mst-kind(ws-mst-count)
           move 0 to ws-book-group
           add 1 to ws-mst-records
           move spaces to ws-rec-input
           move 0 to ws-j
           perform varying ws-i from 1 by 1 until ws-i > ws-line-length
               if ws-line(ws-i:1) = ","
                   move ws-i to ws-j
                   exit perform
               end-if
           end-perform
           if ws-j = 0
               move ws-line-length to ws-k
           else
               compute ws-k = ws-j - 1
           end-if
           if ws-k > 512
               move 512 to ws-k
           end-if
           if ws-k > 0
               move ws-line(1:ws-k) to ws-rec-input
           end-if
           inspect ws-rec-input replacing all """" by " "
           perform find-control-group
           move ws-grp-index to ws-mst-group(ws-mst-count)
           perform find-record-lines.

       store-master-book.
           move "B" to ws-mst-kind(ws-mst-count)
           add 1 to ws-mst-records
           move spaces to ws-rec-input
           move ws-line-length to ws-k
           perform varying ws-i from 1 by 1 until ws-i > ws-line-length
               if ws-line(ws-i:1) = ","
                   compute ws-k = ws-i - 1
                   exit perform
               end-if
           end-perform
           if ws-k > 512
               move 512 to ws-k
           end-if
           move ws-line(1:ws-k) to ws-rec-input
           perform find-control-group
           move ws-grp-index to ws-mst-group(ws-mst-count)
           move ws-grp-index to ws-book-group.

       store-master-member.
           move "M" to ws-mst-kind(ws-mst-count)
           move ws-book-group to ws-mst-group(ws-mst-count)
           move 9 to ws-i
           perform until ws-i > ws-line-length
               if ws-line(ws-i:1) not = space
                   exit perform
               end-if
               add 1 to ws-i
           end-perform
           move spaces to ws-rec-input
           if ws-i <= ws-line-length
               compute ws-k = ws-line-length - ws-i + 1
               if ws-k > 512
                   move 512 to ws-k
               end-if
               move ws-line(ws-i:ws-k) to ws-rec-input
           end-if
           inspect ws-rec-input replacing all """" by " "
           perform find-record-lines.

       find-control-group.
           perform varying ws-grp-index from 1 by 1
                   until ws-grp-index > ws-grp-count
               if ws-grp-input(ws-grp-index) = ws-rec-input
                   add 1 to ws-grp-records(ws-grp-index)
                   exit paragraph
               end-if
           end-perform
           add 1 to ws-grp-count
           move ws-grp-count to ws-grp-index
           move ws-rec-input to ws-grp-input(ws-grp-index)
           move 0 to ws-grp-weight(ws-grp-index)
           move 1 to ws-grp-records(ws-grp-index)
           move 0 to ws-grp-partition(ws-grp-index).

       find-record-lines.
           perform varying ws-i from 1 by 1 until ws-i > ws-cnt-count
               if ws-cnt-input(ws-i) = ws-rec-input
                   and ws-cnt-lines(ws-i) > 0
                   move ws-cnt-lines(ws-i) to ws-mst-lines(ws-mst-count)
                   add 1 to ws-known-count
                   add ws-cnt-lines(ws-i) to ws-known-lines
                   exit paragraph
               end-if
           end-perform
           add 1 to ws-unknown-count.

       weigh-control-groups.
           if ws-known-count > 0
               divide ws-known-lines by ws-known-count
                   giving ws-default-lines
               if ws-default-lines = 0
                   move 1 to ws-default-lines
               end-if
           end-if
           perform varying ws-mst-index from 1 by 1
                   until ws-mst-index > ws-mst-count
               if ws-mst-kind(ws-mst-index) = "R" or "M"
                   if ws-mst-lines(ws-mst-index) = 0
                       move ws-default-lines
                           to ws-mst-lines(ws-mst-index)
                   end-if
                   move ws-mst-group(ws-mst-index) to ws-grp-index
                   add ws-mst-lines(ws-mst-index)
                       to ws-grp-weight(ws-grp-index)
               end-if
           end-perform.

       assign-partitions.
           perform varying ws-ptn-index from 1 by 1
                   until ws-ptn-index > ws-partitions
               move 0 to ws-ptn-load(ws-ptn-index)
               move 0 to ws-ptn-records(ws-ptn-index)
           end-perform
           perform ws-grp-count times
               perform assign-heaviest-group
           end-perform.

       assign-heaviest-group.
           move 0 to ws-grp-best
           perform varying ws-grp-index from 1 by 1
                   until ws-grp-index > ws-grp-count
               if ws-grp-partition(ws-grp-index) = 0
                   if ws-grp-best = 0
                       move ws-grp-index to ws-grp-best
                   else
                       if ws-grp-weight(ws-grp-index)
                               > ws-grp-weight(ws-grp-best)
                           move ws-grp-index to ws-grp-best
                       end-if
                   end-if
               end-if
           end-perform
           if ws-grp-best = 0
               exit paragraph
           end-if
           move 1 to ws-ptn-best
           perform varying ws-ptn-index from 2 by 1
                   until ws-ptn-index > ws-partitions
               if ws-ptn-load(ws-ptn-index) < ws-ptn-load(ws-ptn-best)
                   move ws-ptn-index to ws-ptn-best
               end-if
           end-perform
           move ws-ptn-best to ws-grp-partition(ws-grp-best)
           add ws-grp-weight(ws-grp-best) to ws-ptn-load(ws-ptn-best)
           add ws-grp-records(ws-grp-best) to ws-ptn-records(ws-ptn-best).

       write-partition-files.
           perform varying ws-ptn-index from 1 by 1
                   until ws-ptn-index > ws-partitions
               perform write-one-partition-file
           end-perform.

       write-one-partition-file.
           move ws-ptn-index to ws-ptn-number
           move ws-master-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           if ws-calc-length > 508
               move 508 to ws-calc-length
           end-if
           move spaces to ws-partition-path
           move ws-master-path(1:ws-calc-length)
               to ws-partition-path(1:ws-calc-length)
           move ".p" to ws-partition-path(ws-calc-length + 1:2)
           move ws-ptn-number to ws-partition-path(ws-calc-length + 3:2)
           open output partition-file
           if ws-partition-status not = "00"
               move ws-partition-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownpln: cannot write partition control file "
                   ws-partition-path(1:ws-calc-length)
                   " (file status " ws-partition-status ")"
               move 8 to return-code
               stop run
           end-if
           move "* partition control file generated by cobdownpln"
               to partition-record
           write partition-record
           move "* *ref records belong to other partitions (titles and anchors only)"
               to partition-record
           write partition-record
           move spaces to ws-ptn-line
           string "*partition " delimited by size
               ws-ptn-number delimited by size
               into ws-ptn-line
           end-string
           move ws-ptn-line to partition-record
           write partition-record
           perform varying ws-mst-index from 1 by 1
                   until ws-mst-index > ws-mst-count
               perform write-one-partition-line
           end-perform
           close partition-file.

       write-one-partition-line.
           move spaces to ws-ptn-line
           if ws-mst-kind(ws-mst-index) = "R" or "B" or "M"
               move ws-mst-group(ws-mst-index) to ws-grp-index
               if ws-grp-partition(ws-grp-index) not = ws-ptn-index
                   move "*ref " to ws-ptn-line(1:5)
                   move ws-mst-text(ws-mst-index)
                       (1:ws-mst-length(ws-mst-index))
                       to ws-ptn-line(6:ws-mst-length(ws-mst-index))
                   move ws-ptn-line to partition-record
                   write partition-record
                   exit paragraph
               end-if
           end-if
           move ws-mst-text(ws-mst-index)(1:ws-mst-length(ws-mst-index))
               to ws-ptn-line
           move ws-ptn-line to partition-record
           write partition-record.

       print-partition-plan.
           display "cobdown partition plan"
           move ws-master-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "master control file..: "
               ws-master-path(1:ws-calc-length)
           move ws-counts-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "line counts from.....: "
               ws-counts-path(1:ws-calc-length)
           move ws-mst-records to ws-dsp-count
           display "control records......: " ws-dsp-count
           move ws-grp-count to ws-dsp-count
           display "distinct inputs......: " ws-dsp-count
           if ws-unknown-count > 0
               move ws-unknown-count to ws-dsp-count
               move ws-default-lines to ws-dsp-lines
               display "records without count: " ws-dsp-count
                   " (weighted at " ws-dsp-lines " lines)"
           end-if
           display " "
           display "partition records source-lines"
           perform varying ws-ptn-index from 1 by 1
                   until ws-ptn-index > ws-partitions
               move ws-ptn-index to ws-ptn-number
               move ws-ptn-records(ws-ptn-index) to ws-dsp-records
               move ws-ptn-load(ws-ptn-index) to ws-dsp-lines
               display "p" ws-ptn-number "       " ws-dsp-records "    "
                   ws-dsp-lines
           end-perform.

       extract-next-field.
           move spaces to ws-field-text
           move 0 to ws-field-length
           move 0 to ws-field-end
           if ws-field-start > ws-line-length
               compute ws-field-start = ws-line-length + 2
               exit paragraph
           end-if
           perform varying ws-i from ws-field-start by 1
                   until ws-i > ws-line-length
               if ws-line(ws-i:1) = ws-field-delim
                   move ws-i to ws-field-end
                   exit perform
               end-if
           end-perform
           if ws-field-end = 0
               compute ws-field-end = ws-line-length + 1
           end-if
           compute ws-field-length = ws-field-end - ws-field-start
           if ws-field-length > 1024
               move 1024 to ws-field-length
           end-if
           if ws-field-length > 0
               move ws-line(ws-field-start:ws-field-length)
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
