       identification division.
       program-id. cobdownmrg.

       environment division.
       input-output section.
       file-control.
           select in-file assign to dynamic ws-in-path
               organization is line sequential
               file status is ws-in-status.
           select out-file assign to dynamic ws-out-path
               organization is line sequential
               file status is ws-out-status.

       data division.
       file section.
       fd  in-file.
       01  in-record                       pic x(4096).

       fd  out-file.
       01  out-record                      pic x(4096).

       working-storage section.
       01  ws-paths.
           05 ws-in-path                   pic x(512).
           05 ws-out-path                  pic x(512).
           05 ws-master-path               pic x(512).
           05 ws-base-path                 pic x(512).
           05 ws-catalog-path              pic x(512)
               value "cobdown-catalog.dat".
           05 ws-catalog-prev-path         pic x(512)
               value "cobdown-catalog.prv".
           05 ws-recon-path                pic x(512)
               value "cobdown-recon.rpt".
           05 ws-manifest-path             pic x(512)
               value "cobdown-manifest.dat".
           05 ws-site-dir                  pic x(512).
           05 ws-site-file                 pic x(32).
           05 ws-merge-path                pic x(512).

       01  ws-control.
           05 ws-in-status                 pic xx value "00".
           05 ws-out-status                pic xx value "00".
           05 ws-eof                       pic x value "N".
           05 ws-count-input               pic x(80).
           05 ws-partitions                pic 9(2) comp value 0.
           05 ws-part-no                   pic 9(2) comp value 0.
           05 ws-part-number               pic 99.
           05 ws-missing-count             pic 9(2) comp value 0.
           05 ws-flagged                   pic x value "N".
           05 ws-site-dir-length           pic 9(3) comp value 0.
           05 ws-site-found                pic x value "N".
           05 ws-copy-count                pic 9(6) comp value 0.
           05 ws-copy-found                pic x value "N".
           05 ws-held-count                pic 9(2) comp value 0.
           05 ws-queue-hold                pic x value "N".
           05 ws-recon-seen                pic x value "N".
           05 ws-part-present occurs 99 times pic x.
           05 ws-part-held occurs 99 times pic x.

       01  ws-fields.
           05 ws-line                      pic x(4096).
           05 ws-line-length               pic 9(4) comp value 0.
           05 ws-field-start               pic 9(4) comp value 0.
           05 ws-field-end                 pic 9(4) comp value 0.
           05 ws-field-no                  pic 9(2) comp value 0.
           05 ws-field-text                pic x(1024).
           05 ws-field-length              pic 9(4) comp value 0.
           05 ws-field-delim               pic x value "|".
           05 ws-rec-seq                   pic 9(3) comp value 0.
           05 ws-rec-input                 pic x(512).
           05 ws-rec-output                pic x(512).

       01  ws-catalog.
           05 ws-cat-header                pic x(256).
           05 ws-cat-count                 pic 9(3) comp value 0.
           05 ws-cat-seq                   pic 9(3) comp value 0.
           05 ws-cat-word                  pic x(16).
           05 ws-cat-input                 pic x(512).
           05 ws-cat-output                pic x(512).
           05 ws-cat-title                 pic x(512).
           05 ws-cat-title-length          pic 9(3) comp value 0.
           05 ws-cat-entry occurs 500 times.
               10 ws-cat-used              pic x.
               10 ws-cat-part              pic 9(2) comp.
               10 ws-cat-line              pic x(4096).
               10 ws-cat-length            pic 9(4) comp.

       01  ws-recon.
           05 ws-recon-control             pic x(512).
           05 ws-recon-seq                 pic 9(3) comp value 0.
           05 ws-recon-entry occurs 500 times.
               10 ws-recon-used            pic x.
               10 ws-recon-text            pic x(1200).
           05 ws-ret-count                 pic 9(3) comp value 0.
           05 ws-ret-index                 pic 9(3) comp value 0.
           05 ws-ret-capture               pic x value "N".
           05 ws-ret-line occurs 500 times pic x(1200).
           05 ws-recon-line                pic x(1200).
           05 ws-recon-count               pic 999.
           05 ws-sum-listed                pic 9(3) comp value 0.
           05 ws-sum-converted             pic 9(3) comp value 0.
           05 ws-sum-skipped               pic 9(3) comp value 0.
           05 ws-sum-unchanged             pic 9(3) comp value 0.
           05 ws-sum-failed                pic 9(3) comp value 0.

       01  ws-manifest.
           05 ws-man-count                 pic 9(4) comp value 0.
           05 ws-man-index                 pic 9(4) comp value 0.
           05 ws-man-found                 pic 9(4) comp value 0.
           05 ws-man-loading               pic x value "B".
           05 ws-man-hold                  pic x(1100).
           05 ws-man-entry occurs 1000 times.
               10 ws-man-input             pic x(512).
               10 ws-man-output            pic x(512).
               10 ws-man-line              pic x(1100).

       01  ws-glossary.
           05 ws-glo-count                 pic 9(4) comp value 0.
           05 ws-glo-i                     pic 9(4) comp value 0.
           05 ws-glo-j                     pic 9(4) comp value 0.
           05 ws-glo-key-1                 pic x(128).
           05 ws-glo-key-2                 pic x(128).
           05 ws-glo-hold                  pic x(1100).
           05 ws-glo-entry occurs 1000 times.
               10 ws-glo-file              pic x(256).
               10 ws-glo-anchor            pic x(140).
               10 ws-glo-title             pic x(512).
               10 ws-glo-term              pic x(128).
               10 ws-glo-title-length      pic 9(3) comp.

       01  ws-html.
           05 ws-html-line                 pic x(4096).
           05 ws-html-length               pic 9(4) comp value 0.
           05 ws-segment-text              pic x(1024).
           05 ws-segment-length            pic 9(4) comp value 0.
           05 ws-source-text               pic x(1024).
           05 ws-source-length             pic 9(4) comp value 0.
           05 ws-nav-base                  pic x(512).
           05 ws-nav-base-length           pic 9(3) comp value 0.

       01  ws-work.
           05 ws-calc-text                 pic x(4096).
           05 ws-calc-max                  pic 9(5) comp value 0.
           05 ws-calc-length               pic 9(5) comp value 0.
           05 ws-char                      pic x value space.
           05 ws-i                         pic 9(5) comp value 0.
           05 ws-j                         pic 9(5) comp value 0.
           05 ws-k                         pic 9(5) comp value 0.

       procedure division.
       main.
           perform read-merge-options
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               perform load-partition-catalog
               perform load-partition-recon
           end-perform
           if ws-missing-count = ws-partitions
               display "cobdownmrg: no partition catalogs found - "
                   "nothing merged"
               move "cobdown-distrib.dat" to ws-merge-path
               perform empty-distribution-queue
               move 8 to return-code
               stop run
           end-if
           perform write-merged-catalog
           perform write-merged-recon
           move "cobdown-links.rpt" to ws-base-path ws-merge-path
           perform concatenate-partition-reports
           move "cobdown-quality.rpt" to ws-base-path ws-merge-path
           perform concatenate-partition-reports
           move "cobdown-terms.rpt" to ws-base-path ws-merge-path
           perform concatenate-partition-reports
           move "cobdown-distrib.dat" to ws-base-path ws-merge-path
           if ws-queue-hold = "Y"
               perform empty-distribution-queue
           else
               perform concatenate-partition-reports
           end-if
           perform merge-manifests
           perform find-site-directory
           if ws-site-found = "Y"
               perform write-site-index
               perform load-glossary-data
               perform write-glossary-page
               perform write-search-index
           end-if
           if ws-flagged = "Y"
               move 4 to return-code
           end-if
           stop run.

       read-merge-options.
           display "Number of partitions:"
           accept ws-count-input
           if ws-count-input(1:2) is numeric
               and ws-count-input(3:78) = spaces
               and ws-count-input(1:2) not = "00"
               move ws-count-input(1:2) to ws-partitions
           else
               if ws-count-input(1:1) is numeric
                   and ws-count-input(2:79) = spaces
                   and ws-count-input(1:1) not = "0"
                   move ws-count-input(1:1) to ws-partitions
               else
                   display "cobdownmrg: invalid partition count "
                       ws-count-input(1:10) " - expected 1 to 99"
                   move 8 to return-code
                   stop run
               end-if
           end-if
           display "Master control file path (blank to take it from "
               "partition 01):"
           accept ws-master-path.

       build-partition-path.
           move ws-part-no to ws-part-number
           move ws-base-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-in-path
           move ws-base-path(1:ws-calc-length)
               to ws-in-path(1:ws-calc-length)
           move ".p" to ws-in-path(ws-calc-length + 1:2)
           move ws-part-number to ws-in-path(ws-calc-length + 3:2).

       load-partition-catalog.
           move "N" to ws-part-present(ws-part-no)
           move "N" to ws-part-held(ws-part-no)
           move ws-catalog-path to ws-base-path
           perform build-partition-path
           open input in-file
           if ws-in-status not = "00"
               add 1 to ws-missing-count
               move "Y" to ws-flagged
               move "Y" to ws-queue-hold
               move ws-in-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownmrg: warning: partition " ws-part-number
                   " catalog " ws-in-path(1:ws-calc-length)
                   " not found (file status " ws-in-status ")"
               exit paragraph
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read in-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-catalog-line
               end-read
           end-perform
           close in-file
           if ws-part-present(ws-part-no) not = "Y"
               add 1 to ws-missing-count
               move "Y" to ws-flagged
               move "Y" to ws-queue-hold
               move ws-in-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownmrg: warning: partition " ws-part-number
                   " catalog " ws-in-path(1:ws-calc-length)
                   " is empty - the partition run did not complete "
                   "or held back its publish"
           end-if.

       store-catalog-line.
           move in-record to ws-line
           move ws-line to ws-calc-text
           move 4096 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-line-length
           if ws-line-length = 0
               exit paragraph
           end-if
           if ws-line(1:4) = "seq|"
               move "Y" to ws-part-present(ws-part-no)
               if ws-cat-header = spaces
                   move ws-line(1:256) to ws-cat-header
               end-if
               exit paragraph
           end-if
           if ws-line(1:3) is not numeric or ws-line(4:1) not = "|"
               exit paragraph
           end-if
           move ws-line(1:3) to ws-rec-seq
           if ws-rec-seq = 0 or ws-rec-seq > 500
               exit paragraph
           end-if
           if ws-cat-used(ws-rec-seq) = "Y"
               move "Y" to ws-flagged
               display "cobdownmrg: warning: record " ws-line(1:3)
                   " appears in more than one partition - partition "
                   ws-part-number " copy kept"
           else
               add 1 to ws-cat-count
           end-if
           move "Y" to ws-cat-used(ws-rec-seq)
           move ws-part-no to ws-cat-part(ws-rec-seq)
           move ws-line to ws-cat-line(ws-rec-seq)
           move ws-line-length to ws-cat-length(ws-rec-seq).

       load-partition-recon.
           move ws-recon-path to ws-base-path
           perform build-partition-path
           open input in-file
           if ws-in-status not = "00"
               if ws-part-present(ws-part-no) not = "Y"
                   exit paragraph
               end-if
               move "Y" to ws-flagged
               move "Y" to ws-queue-hold
               move ws-in-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownmrg: warning: partition " ws-part-number
                   " reconciliation report " ws-in-path(1:ws-calc-length)
                   " not found (file status " ws-in-status ")"
               exit paragraph
           end-if
           move "N" to ws-ret-capture
           move "N" to ws-recon-seen
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read in-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-recon-line
               end-read
           end-perform
           close in-file
           if ws-recon-seen not = "Y" and ws-part-present(ws-part-no) = "Y"
               move "Y" to ws-flagged
               move "Y" to ws-queue-hold
               move ws-in-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownmrg: warning: partition " ws-part-number
                   " reconciliation report " ws-in-path(1:ws-calc-length)
                   " is empty - the partition run did not complete"
           end-if.

       store-recon-line.
           move in-record to ws-line
           if ws-line(1:18) = "publish held back:"
               if ws-part-held(ws-part-no) not = "Y"
                   move "Y" to ws-part-held(ws-part-no)
                   add 1 to ws-held-count
                   move "Y" to ws-flagged
                   move "Y" to ws-queue-hold
                   display "cobdownmrg: warning: partition " ws-part-number
                       " held back its publish - staged outputs were not "
                       "published"
               end-if
               exit paragraph
           end-if
           if ws-part-present(ws-part-no) not = "Y"
               exit paragraph
           end-if
           if ws-line(1:35) = "cobdown batch reconciliation report"
               move "Y" to ws-recon-seen
               exit paragraph
           end-if
           if ws-part-no = 1 and ws-line(1:14) = "control file: "
               and ws-recon-control = spaces
               move ws-line(15:512) to ws-recon-control
               exit paragraph
           end-if
           if ws-line(1:11) = "retirement:"
               if ws-part-no = 1
                   move "Y" to ws-ret-capture
               end-if
           end-if
           if ws-ret-capture = "Y"
               if ws-ret-count < 500
                   add 1 to ws-ret-count
                   move ws-line(1:1200) to ws-ret-line(ws-ret-count)
               end-if
               exit paragraph
           end-if
           if ws-line(1:7) not = "record " or ws-line(8:3) is not numeric
               exit paragraph
           end-if
           move ws-line(8:3) to ws-recon-seq
           if ws-recon-seq = 0 or ws-recon-seq > 500
               exit paragraph
           end-if
           move "Y" to ws-recon-used(ws-recon-seq)
           move ws-line(1:1200) to ws-recon-text(ws-recon-seq).

       write-merged-catalog.
           perform save-previous-catalog
           move ws-catalog-path to ws-out-path
           open output out-file
           if ws-out-status not = "00"
               display "cobdownmrg: cannot write catalog "
                   "(file status " ws-out-status ")"
               move 8 to return-code
               stop run
           end-if
           if ws-cat-header = spaces
               move "seq|outcome|format|input|output|title|author|"
                   & "source_lines|output_lines|trunc|warn|outline"
                   to ws-cat-header
           end-if
           move ws-cat-header to out-record
           write out-record
           perform varying ws-cat-seq from 1 by 1 until ws-cat-seq > 500
               if ws-cat-used(ws-cat-seq) = "Y"
                   move ws-cat-line(ws-cat-seq)
                       (1:ws-cat-length(ws-cat-seq)) to out-record
                   write out-record
               end-if
           end-perform
           close out-file
           move ws-cat-count to ws-recon-count
           display "cobdownmrg: catalog written to cobdown-catalog.dat ("
               ws-recon-count " record(s))".

       save-previous-catalog.
           move ws-catalog-path to ws-in-path
           open input in-file
           if ws-in-status not = "00"
               exit paragraph
           end-if
           move ws-catalog-prev-path to ws-out-path
           open output out-file
           if ws-out-status not = "00"
               close in-file
               move "Y" to ws-flagged
               display "cobdownmrg: warning: could not save previous "
                   "catalog (file status " ws-out-status ")"
               exit paragraph
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read in-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       move in-record to out-record
                       write out-record
               end-read
           end-perform
           close in-file
           close out-file.

       write-merged-recon.
           move ws-recon-path to ws-out-path
           open output out-file
           if ws-out-status not = "00"
               move "Y" to ws-flagged
               display "cobdownmrg: warning: could not open "
                   "reconciliation report (file status " ws-out-status ")"
               exit paragraph
           end-if
           if ws-master-path = spaces
               move ws-recon-control to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               if ws-calc-length > 4
                   if ws-calc-text(ws-calc-length - 3:2) = ".p"
                       and ws-calc-text(ws-calc-length - 1:2) is numeric
                       subtract 4 from ws-calc-length
                   end-if
               end-if
               move spaces to ws-master-path
               if ws-calc-length > 0
                   move ws-calc-text(1:ws-calc-length)
                       to ws-master-path(1:ws-calc-length)
               end-if
           end-if
           move "cobdown batch reconciliation report" to ws-recon-line
           perform emit-recon-line
           move ws-master-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-recon-line
           if ws-calc-length > 0
               string "control file: " delimited by size
                   ws-master-path(1:ws-calc-length) delimited by size
                   into ws-recon-line
               end-string
           else
               move "control file: " to ws-recon-line
           end-if
           perform emit-recon-line
           move spaces to ws-recon-line
           perform emit-recon-line
           perform varying ws-recon-seq from 1 by 1
                   until ws-recon-seq > 500
               if ws-recon-used(ws-recon-seq) = "Y"
                   perform write-one-recon-line
               end-if
           end-perform
           move spaces to ws-recon-line
           perform emit-recon-line
           move ws-sum-listed to ws-recon-count
           move spaces to ws-recon-line
           string "records listed....: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move ws-sum-converted to ws-recon-count
           move spaces to ws-recon-line
           string "converted.........: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move ws-sum-skipped to ws-recon-count
           move spaces to ws-recon-line
           string "skipped...........: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move ws-sum-unchanged to ws-recon-count
           move spaces to ws-recon-line
           string "unchanged.........: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move ws-sum-failed to ws-recon-count
           move spaces to ws-recon-line
           string "failed............: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               if ws-part-present(ws-part-no) not = "Y"
                   and ws-part-held(ws-part-no) not = "Y"
                   move ws-part-no to ws-part-number
                   move spaces to ws-recon-line
                   string "partition " delimited by size
                       ws-part-number delimited by size
                       " missing - its records are not listed"
                           delimited by size
                       into ws-recon-line
                   end-string
                   perform emit-recon-line
               end-if
               if ws-part-held(ws-part-no) = "Y"
                   move ws-part-no to ws-part-number
                   move spaces to ws-recon-line
                   string "partition " delimited by size
                       ws-part-number delimited by size
                       " publish held back - staged outputs NOT published, "
                           delimited by size
                       "previous generation left in place"
                           delimited by size
                       into ws-recon-line
                   end-string
                   perform emit-recon-line
               end-if
           end-perform
           move spaces to ws-recon-line
           perform emit-recon-line
           if ws-ret-count = 0
               move "retirement: none" to ws-recon-line
               perform emit-recon-line
           else
               perform varying ws-ret-index from 1 by 1
                       until ws-ret-index > ws-ret-count
                   move ws-ret-line(ws-ret-index) to ws-recon-line
                   perform emit-recon-line
               end-perform
           end-if
           close out-file
           display "cobdownmrg: reconciliation report written to "
               "cobdown-recon.rpt".

       write-one-recon-line.
           add 1 to ws-sum-listed
           move ws-recon-text(ws-recon-seq) to ws-recon-line
           evaluate true
               when ws-recon-line(13:9) = "converted"
                   add 1 to ws-sum-converted
               when ws-recon-line(13:7) = "skipped"
                   add 1 to ws-sum-skipped
               when ws-recon-line(13:9) = "unchanged"
                   add 1 to ws-sum-unchanged
               when ws-recon-line(13:6) = "failed"
                   add 1 to ws-sum-failed
           end-evaluate
           perform emit-recon-line.

       emit-recon-line.
           move ws-recon-line to ws-calc-text
           move 1200 to ws-calc-max
           perform calculate-length
           move spaces to out-record
           if ws-calc-length > 0
               move ws-recon-line(1:ws-calc-length) to out-record
           end-if
           write out-record.

       concatenate-partition-reports.
           move 0 to ws-copy-count
           move "N" to ws-copy-found
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               perform build-partition-path
               open input in-file
               if ws-in-status = "00"
                   close in-file
                   move "Y" to ws-copy-found
               end-if
           end-perform
           if ws-copy-found not = "Y"
               exit paragraph
           end-if
           move ws-merge-path to ws-out-path
           open output out-file
           if ws-out-status not = "00"
               move "Y" to ws-flagged
               move ws-merge-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdownmrg: warning: cannot write "
                   ws-merge-path(1:ws-calc-length)
                   " (file status " ws-out-status ")"
               exit paragraph
           end-if
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               perform build-partition-path
               perform copy-partition-lines
           end-perform
           close out-file
           move ws-merge-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdownmrg: " ws-merge-path(1:ws-calc-length)
               " merged (" ws-copy-count " line(s))".

       empty-distribution-queue.
           move ws-merge-path to ws-out-path
           open output out-file
           if ws-out-status = "00"
               close out-file
           end-if
           display "cobdownmrg: cobdown-distrib.dat left empty - a "
               "partition is missing or held back its publish, so no "
               "changes are announced".

       copy-partition-lines.
           open input in-file
           if ws-in-status not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read in-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       move in-record to out-record
                       write out-record
                       add 1 to ws-copy-count
               end-read
           end-perform
           close in-file.

       merge-manifests.
           move 0 to ws-man-count
           move "B" to ws-man-loading
           move ws-manifest-path to ws-base-path
           move 1 to ws-part-no
           perform build-partition-path
           open input in-file
           if ws-in-status not = "00"
               move ws-manifest-path to ws-in-path
               open input in-file
           end-if
           if ws-in-status = "00"
               perform read-manifest-lines
           end-if
           move "P" to ws-man-loading
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               if ws-part-present(ws-part-no) = "Y"
                   move ws-manifest-path to ws-base-path
                   perform build-partition-path
                   open input in-file
                   if ws-in-status = "00"
                       perform read-manifest-lines
                   else
                       move "Y" to ws-flagged
                       move ws-part-no to ws-part-number
                       display "cobdownmrg: warning: partition "
                           ws-part-number " manifest not found - its "
                           "entries are carried forward unchanged"
                   end-if
               end-if
           end-perform
           move ws-manifest-path to ws-out-path
           open output out-file
           if ws-out-status not = "00"
               move "Y" to ws-flagged
               display "cobdownmrg: warning: cannot write manifest "
                   "(file status " ws-out-status ")"
               exit paragraph
           end-if
           perform varying ws-man-index from 1 by 1
                   until ws-man-index > ws-man-count
               move ws-man-line(ws-man-index) to out-record
               write out-record
           end-perform
           close out-file
           move ws-man-count to ws-copy-count
           display "cobdownmrg: manifest written to cobdown-manifest.dat ("
               ws-copy-count " entr(ies))".

       read-manifest-lines.
           move "N" to ws-eof
           perform until ws-eof = "Y"
               read in-file
                   at end
                       move "Y" to ws-eof
                   not at end
                       perform store-manifest-line
               end-read
           end-perform
           close in-file.

       store-manifest-line.
           move in-record to ws-line
           move ws-line to ws-calc-text
           move 1100 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-line-length
           if ws-line-length = 0
               exit paragraph
           end-if
           move "," to ws-field-delim
           move 1 to ws-field-start
           move spaces to ws-rec-input ws-rec-output
           perform varying ws-field-no from 1 by 1 until ws-field-no > 5
               perform extract-next-field
               evaluate ws-field-no
                   when 1
                       move ws-field-text to ws-rec-input
                   when 5
                       move ws-field-text to ws-rec-output
               end-evaluate
           end-perform
           move ws-line(1:1100) to ws-man-hold
           if ws-man-loading = "P"
               perform check-manifest-owner
               if ws-rec-seq = 0
                   exit paragraph
               end-if
           end-if
           move 0 to ws-man-found
           perform varying ws-man-index from 1 by 1
                   until ws-man-index > ws-man-count
               if ws-man-input(ws-man-index) = ws-rec-input
                   and (ws-man-output(ws-man-index) = ws-rec-output
                       or ws-man-output(ws-man-index) = spaces)
                   move ws-man-index to ws-man-found
                   exit perform
               end-if
           end-perform
           if ws-man-found = 0
               if ws-man-count >= 1000
                   move "Y" to ws-flagged
                   display "cobdownmrg: warning: manifest exceeds 1000 "
                       "entries - remaining entries dropped"
                   exit paragraph
               end-if
               add 1 to ws-man-count
               move ws-man-count to ws-man-found
           end-if
           move ws-rec-input to ws-man-input(ws-man-found)
           move ws-rec-output to ws-man-output(ws-man-found)
           move ws-man-hold to ws-man-line(ws-man-found).

       check-manifest-owner.
           move 0 to ws-rec-seq
           perform varying ws-cat-seq from 1 by 1 until ws-cat-seq > 500
               if ws-cat-used(ws-cat-seq) = "Y"
                   and ws-cat-part(ws-cat-seq) = ws-part-no
                   perform parse-catalog-record
                   if ws-cat-input = ws-rec-input
                       and (ws-cat-output = ws-rec-output
                           or ws-rec-output = spaces)
                       move ws-cat-seq to ws-rec-seq
                       exit perform
                   end-if
               end-if
           end-perform.

       parse-catalog-record.
           move ws-cat-line(ws-cat-seq) to ws-line
           move ws-cat-length(ws-cat-seq) to ws-line-length
           move "|" to ws-field-delim
           move 1 to ws-field-start
           move spaces to ws-cat-word ws-cat-input ws-cat-output
               ws-cat-title
           move 0 to ws-cat-title-length
           perform varying ws-field-no from 1 by 1 until ws-field-no > 6
               perform extract-next-field
               evaluate ws-field-no
                   when 2
                       move ws-field-text to ws-cat-word
                   when 4
                       move ws-field-text to ws-cat-input
                   when 5
                       move ws-field-text to ws-cat-output
                   when 6
                       move ws-field-text to ws-cat-title
                       if ws-field-length > 512
                           move 512 to ws-cat-title-length
                       else
                           move ws-field-length to ws-cat-title-length
                       end-if
               end-evaluate
           end-perform.

       find-site-directory.
           move "N" to ws-site-found
           move spaces to ws-site-dir
           move 0 to ws-site-dir-length
           perform varying ws-cat-seq from 1 by 1 until ws-cat-seq > 500
               if ws-cat-used(ws-cat-seq) = "Y"
                   perform parse-catalog-record
                   if ws-cat-word = "converted" or ws-cat-word = "unchanged"
                       move "Y" to ws-site-found
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-site-found not = "Y"
               display "cobdownmrg: no converted or unchanged documents - "
                   "site index, glossary and search index not rebuilt"
               exit paragraph
           end-if
           move ws-cat-output to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           perform varying ws-i from ws-calc-length by -1 until ws-i < 1
               if ws-calc-text(ws-i:1) = "/"
                   move ws-i to ws-site-dir-length
                   exit perform
               end-if
           end-perform
           if ws-site-dir-length > 0
               move ws-calc-text(1:ws-site-dir-length)
                   to ws-site-dir(1:ws-site-dir-length)
           end-if.

       build-site-path.
           move spaces to ws-out-path
           if ws-site-dir-length > 0
               move ws-site-dir(1:ws-site-dir-length)
                   to ws-out-path(1:ws-site-dir-length)
           end-if
           move ws-site-file to ws-out-path(ws-site-dir-length + 1:32).

       write-site-index.
           move "index.html" to ws-site-file
           perform build-site-path
           open output out-file
           if ws-out-status not = "00"
               move "Y" to ws-flagged
               display "cobdownmrg: warning: cannot write site index "
                   "(file status " ws-out-status ")"
               exit paragraph
           end-if
           move "<!DOCTYPE html>" to out-record
           write out-record
           move "<html>" to out-record
           write out-record
           move "<head>" to out-record
           write out-record
           move "<meta charset=""utf-8"">" to out-record
           write out-record
           move "<title>Document Index</title>" to out-record
           write out-record
           move "</head>" to out-record
           write out-record
           move "<body>" to out-record
           write out-record
           move "<h1>Document Index</h1>" to out-record
           write out-record
           move "<p><a href=""search.html"">Search</a></p>" to out-record
           write out-record
           move "<ul>" to out-record
           write out-record
           perform varying ws-cat-seq from 1 by 1 until ws-cat-seq > 500
               if ws-cat-used(ws-cat-seq) = "Y"
                   perform parse-catalog-record
                   if ws-cat-word = "converted" or ws-cat-word = "unchanged"
                       perform write-one-index-entry
                   end-if
               end-if
           end-perform
           move "</ul>" to out-record
           write out-record
           move "</body>" to out-record
           write out-record
           move "</html>" to out-record
           write out-record
           close out-file
           move ws-out-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdownmrg: site index written to "
               ws-out-path(1:ws-calc-length).

       write-one-index-entry.
           move spaces to ws-html-line
           move 0 to ws-html-length
           move "<li><a href=""" to ws-segment-text
           move 13 to ws-segment-length
           perform append-to-html
           move ws-cat-output to ws-nav-base
           perform get-path-basename
           if ws-nav-base-length > 0
               move ws-nav-base(1:ws-nav-base-length) to ws-segment-text
               move ws-nav-base-length to ws-segment-length
               perform append-to-html
           end-if
           move """>" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-html
           move ws-cat-title to ws-source-text
           move ws-cat-title-length to ws-source-length
           perform append-escaped-text
           move "</a></li>" to ws-segment-text
           move 9 to ws-segment-length
           perform append-to-html
           move ws-html-line(1:ws-html-length) to out-record
           write out-record.

       load-glossary-data.
           move 0 to ws-glo-count
           perform varying ws-part-no from 1 by 1
                   until ws-part-no > ws-partitions
               move "cobdown-glossary" to ws-base-path
               perform build-partition-path
               open input in-file
               if ws-in-status = "00"
                   move "N" to ws-eof
                   perform until ws-eof = "Y"
                       read in-file
                           at end
                               move "Y" to ws-eof
                           not at end
                               perform store-glossary-line
                       end-read
                   end-perform
                   close in-file
               end-if
           end-perform.

       store-glossary-line.
           move in-record to ws-line
           move ws-line to ws-calc-text
           move 4096 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-line-length
           if ws-line-length = 0
               exit paragraph
           end-if
           if ws-glo-count >= 1000
               move "Y" to ws-flagged
               display "cobdownmrg: warning: glossary exceeds 1000 "
                   "terms - remaining terms dropped"
               exit paragraph
           end-if
           add 1 to ws-glo-count
           move "|" to ws-field-delim
           move 1 to ws-field-start
           perform varying ws-field-no from 1 by 1 until ws-field-no > 4
               perform extract-next-field
               evaluate ws-field-no
                   when 1
                       move ws-field-text to ws-glo-file(ws-glo-count)
                   when 2
                       move ws-field-text to ws-glo-anchor(ws-glo-count)
                   when 3
                       move ws-field-text to ws-glo-title(ws-glo-count)
                       if ws-field-length > 512
                           move 512 to ws-glo-title-length(ws-glo-count)
                       else
                           move ws-field-length
                               to ws-glo-title-length(ws-glo-count)
                       end-if
                   when 4
                       move ws-field-text to ws-glo-term(ws-glo-count)
               end-evaluate
           end-perform.

       write-glossary-page.
           if ws-glo-count = 0
               exit paragraph
           end-if
           perform varying ws-glo-i from 1 by 1
                   until ws-glo-i >= ws-glo-count
               compute ws-glo-j = ws-glo-i + 1
               perform until ws-glo-j > ws-glo-count
                   move ws-glo-term(ws-glo-i) to ws-glo-key-1
                   move ws-glo-term(ws-glo-j) to ws-glo-key-2
                   inspect ws-glo-key-1
                       converting "abcdefghijklmnopqrstuvwxyz"
                       to         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   inspect ws-glo-key-2
                       converting "abcdefghijklmnopqrstuvwxyz"
                       to         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   if ws-glo-key-2 < ws-glo-key-1
                       move ws-glo-entry(ws-glo-i) to ws-glo-hold
                       move ws-glo-entry(ws-glo-j)
                           to ws-glo-entry(ws-glo-i)
                       move ws-glo-hold to ws-glo-entry(ws-glo-j)
                   end-if
                   add 1 to ws-glo-j
               end-perform
           end-perform
           move "glossary.html" to ws-site-file
           perform build-site-path
           open output out-file
           if ws-out-status not = "00"
               move "Y" to ws-flagged
               display "cobdownmrg: warning: cannot write glossary page "
                   "(file status " ws-out-status ")"
               exit paragraph
           end-if
           move "<!DOCTYPE html>" to out-record
           write out-record
           move "<html>" to out-record
           write out-record
           move "<head>" to out-record
           write out-record
           move "<meta charset=""utf-8"">" to out-record
           write out-record
           move "<title>Glossary</title>" to out-record
           write out-record
           move "</head>" to out-record
           write out-record
           move "<body>" to out-record
           write out-record
           move "<h1>Glossary</h1>" to out-record
           write out-record
           move "<ul>" to out-record
           write out-record
           perform varying ws-glo-i from 1 by 1
                   until ws-glo-i > ws-glo-count
               perform write-one-glossary-entry
           end-perform
           move "</ul>" to out-record
           write out-record
           move "</body>" to out-record
           write out-record
           move "</html>" to out-record
           write out-record
           close out-file
           move ws-out-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdownmrg: glossary written to "
               ws-out-path(1:ws-calc-length).

       write-one-glossary-entry.
           move spaces to ws-html-line
           move 0 to ws-html-length
           move "<li><a href=""" to ws-segment-text
           move 13 to ws-segment-length
           perform append-to-html
           move ws-glo-file(ws-glo-i) to ws-calc-text
           move 256 to ws-calc-max
           perform calculate-length
           if ws-calc-length > 0
               move ws-calc-text(1:ws-calc-length) to ws-segment-text
               move ws-calc-length to ws-segment-length
               perform append-to-html
           end-if
           move "#" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-html
           move ws-glo-anchor(ws-glo-i) to ws-calc-text
           move 140 to ws-calc-max
           perform calculate-length
           if ws-calc-length > 0
               move ws-calc-text(1:ws-calc-length) to ws-segment-text
               move ws-calc-length to ws-segment-length
               perform append-to-html
           end-if
           move """>" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-html
           move ws-glo-term(ws-glo-i) to ws-calc-text
           move 128 to ws-calc-max
           perform calculate-length
           move ws-glo-term(ws-glo-i) to ws-source-text
           move ws-calc-length to ws-source-length
           perform append-escaped-text
           move "</a>" to ws-segment-text
           move 4 to ws-segment-length
           perform append-to-html
           if ws-glo-title-length(ws-glo-i) > 0
               move " (" to ws-segment-text
               move 2 to ws-segment-length
               perform append-to-html
               move ws-glo-title(ws-glo-i) to ws-source-text
               move ws-glo-title-length(ws-glo-i) to ws-source-length
               perform append-escaped-text
               move ")" to ws-segment-text
               move 1 to ws-segment-length
               perform append-to-html
           end-if
           move "</li>" to ws-segment-text
           move 5 to ws-segment-length
           perform append-to-html
           move ws-html-line(1:ws-html-length) to out-record
           write out-record.

       write-search-index.
           move "search-index.txt" to ws-site-file
           perform build-site-path
           move ws-out-path to ws-merge-path
           move "cobdown-search" to ws-base-path
           perform concatenate-partition-reports.

       append-escaped-text.
           perform varying ws-k from 1 by 1 until ws-k > ws-source-length
               move ws-source-text(ws-k:1) to ws-char
               evaluate ws-char
                   when "&"
                       move "&amp;" to ws-segment-text
                       move 5 to ws-segment-length
                   when "<"
                       move "&lt;" to ws-segment-text
                       move 4 to ws-segment-length
                   when ">"
                       move "&gt;" to ws-segment-text
                       move 4 to ws-segment-length
                   when """"
                       move "&quot;" to ws-segment-text
                       move 6 to ws-segment-length
                   when other
                       move spaces to ws-segment-text
                       move ws-char to ws-segment-text(1:1)
                       move 1 to ws-segment-length
               end-evaluate
               perform append-to-html
           end-perform.

       append-to-html.
           if ws-segment-length > 0
               and ws-html-length + ws-segment-length <= 4096
               move ws-segment-text(1:ws-segment-length)
                   to ws-html-line(ws-html-length + 1:ws-segment-length)
               add ws-segment-length to ws-html-length
           end-if.

       get-path-basename.
           move ws-nav-base to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move 0 to ws-j
           perform varying ws-i from ws-calc-length by -1 until ws-i < 1
               if ws-calc-text(ws-i:1) = "/"
                   move ws-i to ws-j
                   exit perform
               end-if
           end-perform
           move spaces to ws-nav-base
           compute ws-nav-base-length = ws-calc-length - ws-j
           if ws-nav-base-length > 0
               move ws-calc-text(ws-j + 1:ws-nav-base-length)
                   to ws-nav-base
           end-if.

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
