           select publish-out assign to dynamic ws-pub-out-path
               organization is line sequential
               file status is ws-pub-out-status.
           select search-file assign to dynamic ws-search-path
               organization is line sequential
               file status is ws-search-status.
           select lang-file assign to dynamic ws-lang-path
               organization is line sequential
               file status is ws-lang-status.
           select terms-file assign to dynamic ws-terms-path
               organization is line sequential
               file status is ws-terms-status.
           select terms-report assign to dynamic ws-terms-rpt-path
               organization is line sequential
               file status is ws-terms-rpt-status.
           select book-file assign to dynamic ws-book-path
               organization is line sequential
               file status is ws-book-status.
           select timing-file assign to dynamic ws-timing-path
               organization is line sequential
               file status is ws-timing-status.
           select subs-file assign to dynamic ws-subs-path
               organization is line sequential
               file status is ws-subs-status.
           select dist-file assign to dynamic ws-dist-path
               organization is line sequential
               file status is ws-dist-status.

       data division.
       file section.
       01  template-record                 pic x(2048).

       fd  manifest-file.
       01  manifest-record                 pic x(1100).

       fd  quality-report.
       01  quality-record                  pic x(1200).
       fd  publish-out.
       01  publish-out-record              pic x(16384).

       fd  search-file.
       01  search-record                   pic x(4096).

       fd  lang-file.
       01  lang-record                     pic x(2048).

       fd  terms-file.
       01  terms-record                    pic x(512).

       fd  terms-report.
       01  terms-report-record             pic x(1200).

       fd  book-file.
       01  book-record                     pic x(2048).

       fd  timing-file.
       01  timing-record                   pic x(1200).

       fd  subs-file.
       01  subs-record                     pic x(512).

       fd  dist-file.
       01  dist-record                     pic x(1600).

       working-storage section.
       01  ws-paths.
           05 ws-input-path                pic x(512).
           05 ws-manifest-eof              pic x value "N".
           05 ws-force-rebuild             pic x value "N".
           05 ws-rebuild-input             pic x(80).
           05 ws-man-line                  pic x(1100).
           05 ws-man-length                pic 9(4) comp value 0.
           05 ws-man-path-length           pic 9(4) comp value 0.
           05 ws-man-out-length            pic 9(4) comp value 0.
           05 ws-man-want-output           pic x(512).
           05 ws-man-lines-text            pic 9(6).
           05 ws-man-sum-text              pic 9(9).
           05 ws-man-found                 pic 9(3) comp value 0.
               10 ws-man-lines             pic 9(6) comp.
               10 ws-man-sum               pic 9(9) comp.
               10 ws-man-date              pic 9(8).
               10 ws-man-output            pic x(512).
               10 ws-man-drop              pic x.
               10 ws-man-new               pic x.

       01  ws-catalog.
           05 ws-catalog-path              pic x(512)
               value "cobdown-catalog.dat".
           05 ws-catalog-prev-path         pic x(512)
               value "cobdown-catalog.prv".
           05 ws-catalog-status            pic xx value "00".
           05 ws-cat-src-lines             pic 9(6) comp value 0.
           05 ws-cat-out-lines             pic 9(6) comp value 0.
           05 ws-pub-in-status             pic xx value "00".
           05 ws-pub-out-status            pic xx value "00".
           05 ws-pub-eof                   pic x value "N".
           05 ws-pub-errors                pic 9(4) comp value 0.
           05 ws-pub-copied                pic 9(4) comp value 0.
           05 ws-pub-failed                pic 9(3) comp value 0.
           05 ws-pub-i                     pic 9(4) comp value 0.
           05 ws-recon-live-path           pic x(512).
           05 ws-pub-staged                pic x(512).
           05 ws-pub-live                  pic x(512).
           05 ws-pub-count                 pic 9(4) comp value 0.
           05 ws-pub-overflow              pic x value "N".
           05 ws-pub-entry occurs 1500 times.
               10 ws-pub-pair-staged       pic x(512).
               10 ws-pub-pair-live         pic x(512).

               10 ws-ctl-warn              pic x.
               10 ws-ctl-outline           pic x(1024).
               10 ws-ctl-outline-length    pic 9(4) comp.
               10 ws-ctl-book              pic 9(2) comp.

       01  ws-navigation.
           05 ws-nav-prev                  pic 9(3) comp value 0.
           05 ws-sum-skipped               pic 9(3) comp value 0.
           05 ws-sum-unchanged             pic 9(3) comp value 0.
           05 ws-sum-failed                pic 9(3) comp value 0.
           05 ws-sum-reference             pic 9(3) comp value 0.

       01  ws-lines.
           05 ws-line-count                pic 9(4) comp value 0.
               10 ws-glo-file-length       pic 9(3) comp.
               10 ws-glo-doc               pic 9(3) comp.

       01  ws-search.
           05 ws-search-path               pic x(512).
           05 ws-search-page-path          pic x(512).
           05 ws-search-status             pic xx value "00".
           05 ws-srch-dir                  pic x(512).
           05 ws-srch-dir-length           pic 9(3) comp value 0.
           05 ws-srch-count                pic 9(5) comp value 0.
           05 ws-srch-file                 pic x(256).
           05 ws-srch-file-length          pic 9(3) comp value 0.
           05 ws-srch-section              pic 9(3) comp value 0.
           05 ws-srch-next                 pic 9(3) comp value 0.
           05 ws-srch-fenced               pic x value "N".
           05 ws-srch-skip                 pic x value space.
           05 ws-srch-peek                 pic x value space.
           05 ws-srch-prev                 pic x value space.
           05 ws-srch-long                 pic x value "N".
           05 ws-srch-text                 pic x(2048).
           05 ws-srch-word                 pic x(32).
           05 ws-srch-word-length          pic 9(2) comp value 0.
           05 ws-srch-probe                pic x(34).
           05 ws-srch-probe-length         pic 9(2) comp value 0.
           05 ws-srch-tally                pic 9(4) comp value 0.
           05 ws-srch-words                pic x(2000).
           05 ws-srch-words-length         pic 9(4) comp value 0.
           05 ws-srch-line                 pic x(4096).
           05 ws-srch-line-length          pic 9(4) comp value 0.
           05 ws-srch-i                    pic 9(5) comp value 0.
           05 ws-srch-stop-list            pic x(483) value
               " about above after again all also and any are because "
               & "been before being below between both but can could "
               & "did does doing down during each few for from further "
               & "had has have having her here hers him his how into "
               & "its itself just more most not now off once only other "
               & "our out over own same she should some such than that "
               & "the their them then there these they this those "
               & "through too under until use used using very was were "
               & "what when where which while who whom why will with "
               & "would you your ".

       01  ws-stubs.
           05 ws-stub-partial              pic x value "N".
           05 ws-stub-count                pic 9(3) comp value 0.
           05 ws-stub-entry occurs 200 times.
               10 ws-stub-kind             pic x.
               10 ws-stub-input            pic x(512).
               10 ws-stub-old              pic x(512).
               10 ws-stub-new              pic x(512).
           05 ws-stub-m                    pic 9(3) comp value 0.
           05 ws-stub-target-ctl           pic 9(3) comp value 0.
           05 ws-stub-fallback-ctl         pic 9(3) comp value 0.
           05 ws-stub-input-found          pic x value "N".
           05 ws-stub-reused               pic x value "N".
           05 ws-stub-known                pic x value "N".
           05 ws-stub-html                 pic x value "N".
           05 ws-stub-live                 pic x(512).
           05 ws-stub-path                 pic x(512).
           05 ws-stub-target               pic x(512).
           05 ws-stub-rel                  pic x(1024).
           05 ws-stub-rel-length           pic 9(4) comp value 0.
           05 ws-stub-from-length          pic 9(4) comp value 0.
           05 ws-stub-to-length            pic 9(4) comp value 0.
           05 ws-stub-common               pic 9(4) comp value 0.
           05 ws-stub-dir-length           pic 9(4) comp value 0.
           05 ws-stub-i                    pic 9(4) comp value 0.
           05 ws-stub-ext                  pic x(5).
           05 ws-stub-site-index           pic x(512).
           05 ws-stub-written              pic 9(3) comp value 0.

       01  ws-partition.
           05 ws-ptn-no                    pic 99 value 0.
           05 ws-ptn-eof                   pic x value "N".
           05 ws-ptn-ref-line              pic x value "N".
           05 ws-ptn-count-before          pic 9(3) comp value 0.
           05 ws-ref-scan                  pic x value "N".
           05 ws-ptn-path                  pic x(512).
           05 ws-ptn-glo-line              pic x(1200).
           05 ws-ptn-glo-length            pic 9(4) comp value 0.

       01  ws-book.
           05 ws-book-path                 pic x(512).
           05 ws-book-status               pic xx value "00".
           05 ws-book-scratch-path         pic x(512)
               value "cobdown-book.bdy".
           05 ws-book-count                pic 9(2) comp value 0.
           05 ws-book-no                   pic 9(2) comp value 0.
           05 ws-book-active               pic x value "N".
           05 ws-book-print                pic x value "N".
           05 ws-book-entry occurs 20 times.
               10 ws-book-ctl              pic 9(3) comp.
               10 ws-book-title            pic x(256).
               10 ws-book-title-length     pic 9(3) comp.
               10 ws-book-mem-first        pic 9(3) comp.
               10 ws-book-mem-count        pic 9(3) comp.
               10 ws-book-hd-first         pic 9(4) comp.
               10 ws-book-seg-first        pic 9(4) comp.
               10 ws-book-seg-count        pic 9(4) comp.
           05 ws-bmem-count                pic 9(3) comp value 0.
           05 ws-bmem-i                    pic 9(3) comp value 0.
           05 ws-bmem-j                    pic 9(3) comp value 0.
           05 ws-bmem-last                 pic 9(3) comp value 0.
           05 ws-bmem-entry occurs 200 times.
               10 ws-bmem-input            pic x(512).
               10 ws-bmem-hd-first         pic 9(4) comp.
               10 ws-bmem-hd-count         pic 9(4) comp.
               10 ws-bmem-inserted         pic x.
           05 ws-bhd-count                 pic 9(4) comp value 0.
           05 ws-bhd-i                     pic 9(4) comp value 0.
           05 ws-bhd-next                  pic 9(4) comp value 0.
           05 ws-bhd-overflow              pic x value "N".
           05 ws-bhd-entry occurs 1000 times.
               10 ws-bhd-orig              pic x(128).
               10 ws-bhd-orig-length       pic 9(3) comp.
               10 ws-bhd-anchor            pic x(128).
               10 ws-bhd-anchor-length     pic 9(3) comp.
               10 ws-bhd-kind              pic x.
               10 ws-bhd-text              pic x(600).
               10 ws-bhd-text-length       pic 9(4) comp.
               10 ws-bhd-line              pic 9(4) comp.
           05 ws-bseg-count                pic 9(4) comp value 0.
           05 ws-bseg-i                    pic 9(4) comp value 0.
           05 ws-bseg-last                 pic 9(4) comp value 0.
           05 ws-bseg-overflow             pic x value "N".
           05 ws-bseg-entry occurs 3000 times.
               10 ws-bseg-book-line        pic 9(5) comp.
               10 ws-bseg-member           pic 9(3) comp.
               10 ws-bseg-line             pic 9(6) comp.
           05 ws-bk-out-line               pic 9(5) comp value 0.
           05 ws-bk-map-member             pic 9(3) comp value 0.
           05 ws-bk-map-line               pic 9(6) comp value 0.
           05 ws-bk-next-member            pic 9(3) comp value 0.
           05 ws-bk-next-line              pic 9(6) comp value 0.
           05 ws-bk-seg                    pic 9(4) comp value 0.
           05 ws-bk-src-book               pic 9(2) comp value 0.
           05 ws-bk-src-mem                pic 9(3) comp value 0.
           05 ws-bk-src-path               pic x(512).
           05 ws-bk-rpt-path               pic x(512).
           05 ws-bk-rpt-line               pic 9(6) comp value 0.
           05 ws-bk-limit                  pic x(64).
           05 ws-bk-failed                 pic x value "N".
           05 ws-bk-reason                 pic x(64).
           05 ws-bk-chapter                pic 9(3) comp value 0.
           05 ws-bk-chap-text              pic x(3).
           05 ws-bk-chap-length            pic 9(1) comp value 0.
           05 ws-bk-c2                     pic 9(3) comp value 0.
           05 ws-bk-c3                     pic 9(3) comp value 0.
           05 ws-bk-h                      pic 9(3) comp value 0.
           05 ws-bk-l                      pic 9(4) comp value 0.
           05 ws-bk-level                  pic 9(1) comp value 0.
           05 ws-bk-kind                   pic x value space.
           05 ws-bk-number                 pic x(16).
           05 ws-bk-number-length          pic 9(2) comp value 0.
           05 ws-bk-raw                    pic x(2048).
           05 ws-bk-raw-length             pic 9(4) comp value 0.
           05 ws-bk-line                   pic x(2048).
           05 ws-bk-line-length            pic 9(4) comp value 0.
           05 ws-bk-prev-blank             pic x value "Y".
           05 ws-bk-ref-url                pic 9(4) comp value 0.
           05 ws-bk-live-path              pic x(512).
           05 ws-bk-mtitle                 pic x(256).
           05 ws-bk-mtitle-length          pic 9(3) comp value 0.
           05 ws-bk-author                 pic x(256).
           05 ws-bk-author-length          pic 9(3) comp value 0.
           05 ws-bk-save-count             pic 9(3) comp value 0.
           05 ws-bk-out                    pic x(4096).
           05 ws-bk-out-length             pic 9(4) comp value 0.
           05 ws-bk-pos                    pic 9(4) comp value 0.
           05 ws-bk-end                    pic 9(4) comp value 0.
           05 ws-bk-run                    pic 9(4) comp value 0.
           05 ws-bk-scan                   pic 9(4) comp value 0.
           05 ws-bk-count                  pic 9(4) comp value 0.
           05 ws-bk-url                    pic x(1024).
           05 ws-bk-url-length             pic 9(4) comp value 0.
           05 ws-bk-path-length            pic 9(4) comp value 0.
           05 ws-bk-slash                  pic 9(4) comp value 0.
           05 ws-bk-base                   pic x(256).
           05 ws-bk-base-length            pic 9(3) comp value 0.
           05 ws-bk-frag                   pic x(128).
           05 ws-bk-frag-length            pic 9(3) comp value 0.
           05 ws-bk-target                 pic 9(3) comp value 0.
           05 ws-bk-found                  pic 9(4) comp value 0.
           05 ws-bk-fenced                 pic x value "N".
           05 ws-bk-indented               pic x value "N".
           05 ws-bk-skip-next              pic x value "N".
           05 ws-bk-handled                pic x value "N".
           05 ws-bk-toc-lines              pic 9(4) comp value 0.
           05 ws-bk-toc-pages              pic 9(4) comp value 0.
           05 ws-bk-indent                 pic 9(2) comp value 0.
           05 ws-bk-page occurs 200 times  pic 9(4) comp.
           05 ws-bk-hd-text occurs 200 times pic x(120).
           05 ws-bk-hd-length occurs 200 times pic 9(3) comp.

       01  ws-timing.
           05 ws-timing-path               pic x(512)
               value "cobdown-timing.dat".
           05 ws-timing-status             pic xx value "00".
           05 ws-timing-open               pic x value "N".
           05 ws-tm-run-date               pic 9(8) value 0.
           05 ws-tm-run-time               pic 9(8) value 0.
           05 ws-tm-phase-date             pic 9(8) value 0.
           05 ws-tm-phase-time             pic 9(8) value 0.
           05 ws-tm-doc-date               pic 9(8) value 0.
           05 ws-tm-doc-time               pic 9(8) value 0.
           05 ws-tm-from-date              pic 9(8) value 0.
           05 ws-tm-from-time              pic 9(8) value 0.
           05 ws-tm-end-date               pic 9(8) value 0.
           05 ws-tm-end-time               pic 9(8) value 0.
           05 ws-tm-clock                  pic 9(8) value 0.
           05 ws-tm-clock-r redefines ws-tm-clock.
               10 ws-tm-hh                 pic 99.
               10 ws-tm-mm                 pic 99.
               10 ws-tm-ss                 pic 99.
               10 ws-tm-cc                 pic 99.
           05 ws-tm-from-cs                pic 9(9) comp value 0.
           05 ws-tm-end-cs                 pic 9(9) comp value 0.
           05 ws-tm-elapsed                pic 9(9) value 0.
           05 ws-tm-kind                   pic x(5).
           05 ws-tm-name                   pic x(512).
           05 ws-tm-extra                  pic x(512).
           05 ws-tm-name-length            pic 9(4) comp value 0.
           05 ws-tm-extra-length           pic 9(4) comp value 0.
           05 ws-tm-kind-length            pic 9(1) comp value 0.
           05 ws-tm-line                   pic x(1200).

       01  ws-distribution.
           05 ws-subs-path                 pic x(512)
               value "cobdown-subs.dat".
           05 ws-subs-status               pic xx value "00".
           05 ws-subs-eof                  pic x value "N".
           05 ws-subs-loaded               pic x value "N".
           05 ws-dist-path                 pic x(512)
               value "cobdown-distrib.dat".
           05 ws-dist-status               pic xx value "00".
           05 ws-dist-date                 pic x(8).
           05 ws-dist-count                pic 9(5) comp value 0.
           05 ws-dist-docs                 pic 9(3) comp value 0.
           05 ws-dist-doc-sent             pic x value "N".
           05 ws-sub-count                 pic 9(3) comp value 0.
           05 ws-sub-entry occurs 200 times.
               10 ws-sub-prefix            pic x(256).
               10 ws-sub-prefix-length     pic 9(3) comp.
               10 ws-sub-group             pic x(64).
               10 ws-sub-group-length      pic 9(2) comp.
               10 ws-sub-method            pic x(5).
               10 ws-sub-sent              pic x.
           05 ws-sub-line                  pic x(512).
           05 ws-sub-line-length           pic 9(4) comp value 0.
           05 ws-sub-bar1                  pic 9(4) comp value 0.
           05 ws-sub-bar2                  pic 9(4) comp value 0.
           05 ws-sub-method-text           pic x(16).
           05 ws-sub-i                     pic 9(3) comp value 0.
           05 ws-sub-j                     pic 9(3) comp value 0.
           05 ws-sub-match                 pic x value "N".
           05 ws-sub-in-length             pic 9(3) comp value 0.
           05 ws-dist-line                 pic x(1600).

       01  ws-terms.
           05 ws-terms-path                pic x(512)
               value "cobdown-terms.dat".
           05 ws-terms-status              pic xx value "00".
           05 ws-terms-eof                 pic x value "N".
           05 ws-terms-rpt-path            pic x(512)
               value "cobdown-terms.rpt".
           05 ws-terms-rpt-status          pic xx value "00".
           05 ws-terms-rpt-open            pic x value "N".
           05 ws-terms-hits                pic 9(5) comp value 0.
           05 ws-term-count                pic 9(3) comp value 0.
           05 ws-term-entry occurs 200 times.
               10 ws-term-word                 pic x(64).
               10 ws-term-word-length          pic 9(2) comp.
               10 ws-term-severity             pic x.
               10 ws-term-replacement          pic x(128).
               10 ws-term-replacement-length   pic 9(3) comp.
           05 ws-term-line                 pic x(512).
           05 ws-term-line-length          pic 9(4) comp value 0.
           05 ws-term-bar1                 pic 9(4) comp value 0.
           05 ws-term-bar2                 pic 9(4) comp value 0.
           05 ws-term-sev-text             pic x(16).
           05 ws-term-text                 pic x(2048).
           05 ws-term-length               pic 9(4) comp value 0.
           05 ws-term-raw                  pic x(2048).
           05 ws-term-t                    pic 9(3) comp value 0.
           05 ws-term-pos                  pic 9(4) comp value 0.
           05 ws-term-last                 pic 9(4) comp value 0.
           05 ws-term-tally                pic 9(4) comp value 0.
           05 ws-term-i                    pic 9(4) comp value 0.
           05 ws-term-j                    pic 9(4) comp value 0.
           05 ws-term-run                  pic 9(4) comp value 0.
           05 ws-term-close                pic x value space.
           05 ws-term-fenced               pic x value "N".
           05 ws-term-indented             pic x value "N".
           05 ws-term-blocked              pic x value "N".
           05 ws-term-warned               pic x value "N".
           05 ws-term-bounded              pic x value "N".
           05 ws-term-origin               pic 9(6).
           05 ws-term-rpt-line             pic x(1200).
           05 ws-term-rpt-j                pic 9(4) comp value 0.

       01  ws-highlight.
           05 ws-lang-path                 pic x(512)
               value "cobdown-lang.dat".
           05 ws-lang-status               pic xx value "00".
           05 ws-lang-eof                  pic x value "N".
           05 ws-lang-count                pic 9(2) comp value 0.
           05 ws-lang-entry occurs 12 times.
               10 ws-lang-name                 pic x(16).
               10 ws-lang-aliases              pic x(128).
               10 ws-lang-aliases-length       pic 9(3) comp.
               10 ws-lang-keywords             pic x(6000).
               10 ws-lang-keywords-length      pic 9(4) comp.
               10 ws-lang-comment              pic x(8).
               10 ws-lang-comment-length       pic 9 comp.
               10 ws-lang-line-comment         pic x(8).
               10 ws-lang-line-comment-length  pic 9 comp.
               10 ws-lang-quotes               pic x(4).
               10 ws-lang-word-chars           pic x(8).
           05 ws-lang-line                 pic x(2048).
           05 ws-lang-line-length          pic 9(4) comp value 0.
           05 ws-lang-bar1                 pic 9(4) comp value 0.
           05 ws-lang-bar2                 pic 9(4) comp value 0.
           05 ws-lang-field                pic x(16).
           05 ws-lang-kind                 pic x(16).
           05 ws-lang-value                pic x(2048).
           05 ws-lang-value-length         pic 9(4) comp value 0.
           05 ws-lang-i                    pic 9(2) comp value 0.
           05 ws-hl-lang                   pic 9(2) comp value 0.
           05 ws-hl-name                   pic x(16).
           05 ws-hl-name-length            pic 9(2) comp value 0.
           05 ws-hl-probe                  pic x(40).
           05 ws-hl-probe-length           pic 9(4) comp value 0.
           05 ws-hl-tally                  pic 9(4) comp value 0.
           05 ws-hl-pos                    pic 9(4) comp value 0.
           05 ws-hl-end                    pic 9(4) comp value 0.
           05 ws-hl-first                  pic 9(4) comp value 0.
           05 ws-hl-class                  pic x(10).
           05 ws-hl-word                   pic x(2048).
           05 ws-hl-i                      pic 9(4) comp value 0.
           05 ws-hl-is-word                pic x value "N".
           05 ws-hl-numeric                pic x value "N".

       01  ws-alerts.
           05 ws-alert-pending             pic 9 comp value 0.
           05 ws-alert-active              pic 9 comp value 0.
               10 ws-heading-toc-html          pic x(512).
               10 ws-heading-toc-length        pic 9(3) comp.
               10 ws-heading-toc-level         pic 9.
               10 ws-heading-line              pic 9(4) comp.

       01  ws-frontmatter.
           05 ws-doc-title                 pic x(256).
       01  ws-printout.
           05 ws-print-mode                pic x value "N".
           05 ws-print-page-no             pic 9(4) comp value 0.
           05 ws-print-page-base           pic 9(4) comp value 0.
           05 ws-print-line-no             pic 9(2) comp value 0.
           05 ws-print-page-text           pic zzz9.
           05 ws-print-date                pic x(10).
           perform initialize-program
           perform read-paths
           perform load-template-file
           perform load-language-file
           perform load-terms-file
           perform open-audit-log
           perform open-link-report
           perform open-quality-report
           perform open-terms-report
           if ws-batch-mode = "Y"
               perform process-batch-file
           else
           end-if
           perform close-link-report
           perform close-quality-report
           perform close-terms-report
           if ws-run-flagged = "Y"
               move 4 to return-code
           end-if
                   or ws-rebuild-input(1:1) = "y"
                   move "Y" to ws-force-rebuild
               end-if
               perform read-partition-directive
               display "Staging directory (blank to write outputs in "
                   "place):"
               accept ws-stage-dir
               move "Y" to ws-template-loaded
           end-if.

       load-language-file.
           move 0 to ws-lang-count
           open input lang-file
           if ws-lang-status = "35"
               exit paragraph
           end-if
           if ws-lang-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot open language file "
                   "(file status " ws-lang-status ") - "
                   "code blocks will not be highlighted"
               exit paragraph
           end-if
           move "N" to ws-lang-eof
           perform until ws-lang-eof = "Y"
               read lang-file
                   at end
                       move "Y" to ws-lang-eof
                   not at end
                       perform store-language-record
               end-read
           end-perform
           close lang-file.

       store-language-record.
           move lang-record to ws-lang-line
           move ws-lang-line to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-lang-line-length
           if ws-lang-line-length = 0 or ws-lang-line(1:1) = "*"
               exit paragraph
           end-if
           move 0 to ws-lang-bar1 ws-lang-bar2
           perform varying ws-i from 1 by 1 until ws-i > ws-lang-line-length
               if ws-lang-line(ws-i:1) = "|"
                   if ws-lang-bar1 = 0
                       move ws-i to ws-lang-bar1
                   else
                       move ws-i to ws-lang-bar2
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-lang-bar1 < 2 or ws-lang-bar2 <= ws-lang-bar1 + 1
               or ws-lang-bar2 >= ws-lang-line-length
               move "Y" to ws-run-flagged
               display "cobdown: warning: malformed language file record "
                   "ignored: " ws-lang-line(1:ws-lang-line-length)
               exit paragraph
           end-if
           move spaces to ws-lang-field ws-lang-kind ws-lang-value
           move ws-lang-line(1:ws-lang-bar1 - 1) to ws-lang-field
           move ws-lang-line(ws-lang-bar1 + 1:ws-lang-bar2 - ws-lang-bar1 - 1)
               to ws-lang-kind
           compute ws-lang-value-length = ws-lang-line-length - ws-lang-bar2
           move ws-lang-line(ws-lang-bar2 + 1:ws-lang-value-length)
               to ws-lang-value
           inspect ws-lang-field
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           inspect ws-lang-kind
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           move 0 to ws-lang-i
           perform varying ws-i from 1 by 1 until ws-i > ws-lang-count
               if ws-lang-name(ws-i) = ws-lang-field
                   move ws-i to ws-lang-i
                   exit perform
               end-if
           end-perform
           if ws-lang-i = 0
               if ws-lang-count >= 12
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: language file defines more "
                       "than 12 languages - "
                       ws-lang-field(1:16) " ignored"
                   exit paragraph
               end-if
               add 1 to ws-lang-count
               move ws-lang-count to ws-lang-i
               move ws-lang-field to ws-lang-name(ws-lang-i)
               move " " to ws-lang-aliases(ws-lang-i)
               move 1 to ws-lang-aliases-length(ws-lang-i)
               move " " to ws-lang-keywords(ws-lang-i)
               move 1 to ws-lang-keywords-length(ws-lang-i)
               move spaces to ws-lang-comment(ws-lang-i)
               move 0 to ws-lang-comment-length(ws-lang-i)
               move spaces to ws-lang-line-comment(ws-lang-i)
               move 0 to ws-lang-line-comment-length(ws-lang-i)
               move spaces to ws-lang-quotes(ws-lang-i)
               move spaces to ws-lang-word-chars(ws-lang-i)
           end-if
           evaluate ws-lang-kind
               when "alias"
                   inspect ws-lang-value(1:ws-lang-value-length)
                       converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to         "abcdefghijklmnopqrstuvwxyz"
                   if ws-lang-aliases-length(ws-lang-i)
                       + ws-lang-value-length + 1 <= 128
                       move ws-lang-value(1:ws-lang-value-length)
                           to ws-lang-aliases(ws-lang-i)
                           (ws-lang-aliases-length(ws-lang-i) + 1:
                           ws-lang-value-length)
                       compute ws-lang-aliases-length(ws-lang-i) =
                           ws-lang-aliases-length(ws-lang-i)
                           + ws-lang-value-length + 1
                   end-if
               when "keyword"
                   inspect ws-lang-value(1:ws-lang-value-length)
                       converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to         "abcdefghijklmnopqrstuvwxyz"
                   if ws-lang-keywords-length(ws-lang-i)
                       + ws-lang-value-length + 1 <= 6000
                       move ws-lang-value(1:ws-lang-value-length)
                           to ws-lang-keywords(ws-lang-i)
                           (ws-lang-keywords-length(ws-lang-i) + 1:
                           ws-lang-value-length)
                       compute ws-lang-keywords-length(ws-lang-i) =
                           ws-lang-keywords-length(ws-lang-i)
                           + ws-lang-value-length + 1
                   else
                       move "Y" to ws-run-flagged
                       display "cobdown: warning: keyword list for "
                           ws-lang-field(1:16) " exceeds 6000 "
                           "characters - truncated"
                   end-if
               when "comment"
                   if ws-lang-value-length > 8
                       move 8 to ws-lang-value-length
                   end-if
                   move ws-lang-value to ws-lang-comment(ws-lang-i)
                   move ws-lang-value-length
                       to ws-lang-comment-length(ws-lang-i)
               when "linecomment"
                   if ws-lang-value-length > 8
                       move 8 to ws-lang-value-length
                   end-if
                   move ws-lang-value to ws-lang-line-comment(ws-lang-i)
                   move ws-lang-value-length
                       to ws-lang-line-comment-length(ws-lang-i)
               when "quote"
                   move ws-lang-value to ws-lang-quotes(ws-lang-i)
               when "wordchars"
                   move ws-lang-value to ws-lang-word-chars(ws-lang-i)
               when other
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: unknown language file "
                       "entry ignored: " ws-lang-line(1:ws-lang-line-length)
           end-evaluate.

       load-terms-file.
           move 0 to ws-term-count
           open input terms-file
           if ws-terms-status = "35"
               exit paragraph
           end-if
           if ws-terms-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot open terminology file "
                   "(file status " ws-terms-status ") - "
                   "terminology will not be checked"
               exit paragraph
           end-if
           move "N" to ws-terms-eof
           perform until ws-terms-eof = "Y"
               read terms-file
                   at end
                       move "Y" to ws-terms-eof
                   not at end
                       perform store-terms-record
               end-read
           end-perform
           close terms-file.

       store-terms-record.
           move terms-record to ws-term-line
           move ws-term-line to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-term-line-length
           if ws-term-line-length = 0 or ws-term-line(1:1) = "*"
               exit paragraph
           end-if
           move 0 to ws-term-bar1 ws-term-bar2
           perform varying ws-i from 1 by 1 until ws-i > ws-term-line-length
               if ws-term-line(ws-i:1) = "|"
                   if ws-term-bar1 = 0
                       move ws-i to ws-term-bar1
                   else
                       move ws-i to ws-term-bar2
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-term-bar1 < 2 or ws-term-bar1 > 65
               or ws-term-bar2 <= ws-term-bar1 + 1
               move "Y" to ws-run-flagged
               display "cobdown: warning: malformed terminology record "
                   "ignored: " ws-term-line(1:ws-term-line-length)
               exit paragraph
           end-if
           if ws-term-count >= 200
               move "Y" to ws-run-flagged
               display "cobdown: warning: terminology file exceeds 200 "
                   "terms - remaining terms ignored"
               move "Y" to ws-terms-eof
               exit paragraph
           end-if
           add 1 to ws-term-count
           move spaces to ws-term-word(ws-term-count)
           move ws-term-line(1:ws-term-bar1 - 1)
               to ws-term-word(ws-term-count)
           compute ws-term-word-length(ws-term-count) = ws-term-bar1 - 1
           inspect ws-term-word(ws-term-count)
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           move spaces to ws-term-sev-text
           move ws-term-line(ws-term-bar1 + 1:ws-term-bar2 - ws-term-bar1 - 1)
               to ws-term-sev-text
           inspect ws-term-sev-text
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           evaluate ws-term-sev-text
               when "block"
                   move "B" to ws-term-severity(ws-term-count)
               when "warn"
                   move "W" to ws-term-severity(ws-term-count)
               when other
                   move "W" to ws-term-severity(ws-term-count)
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: unknown terminology "
                       "severity treated as warn: "
                       ws-term-line(1:ws-term-line-length)
           end-evaluate
           move spaces to ws-term-replacement(ws-term-count)
           move 0 to ws-term-replacement-length(ws-term-count)
           if ws-term-bar2 < ws-term-line-length
               compute ws-term-j = ws-term-line-length - ws-term-bar2
               if ws-term-j > 128
                   move 128 to ws-term-j
               end-if
               move ws-term-line(ws-term-bar2 + 1:ws-term-j)
                   to ws-term-replacement(ws-term-count)
               move ws-term-j to ws-term-replacement-length(ws-term-count)
           end-if.

       open-audit-log.
           move "N" to ws-audit-open
           open extend audit-log
           end-if
           move ws-calc-length to ws-stage-dir-length.

       read-partition-directive.
           move 0 to ws-ptn-no
           open input control-file
           move "N" to ws-ptn-eof
           perform until ws-ptn-eof = "Y"
               read control-file
                   at end
                       move "Y" to ws-ptn-eof
                   not at end
                       move control-record to ws-control-line
                       if ws-control-line(1:11) = "*partition "
                           and ws-control-line(12:2) is numeric
                           and ws-control-line(12:2) not = "00"
                           move ws-control-line(12:2) to ws-ptn-no
                       end-if
               end-read
           end-perform
           close control-file
           if ws-ptn-no = 0
               exit paragraph
           end-if
           move ws-recon-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-recon-path
           move ws-checkpoint-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-checkpoint-path
           move ws-linkrpt-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-linkrpt-path
           move ws-quality-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-quality-path
           move ws-terms-rpt-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-terms-rpt-path
           move ws-catalog-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-catalog-path
           move ws-book-scratch-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-book-scratch-path
           move ws-dist-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-dist-path
           display "cobdown: partition " ws-ptn-no " run - site index, "
               "glossary and search index are left to the merge step"
           perform clear-partition-outputs.

       clear-partition-outputs.
           move ws-catalog-path to ws-pub-out-path
           perform clear-partition-file
           move ws-recon-path to ws-pub-out-path
           perform clear-partition-file
           move ws-dist-path to ws-pub-out-path
           perform clear-partition-file
           move ws-linkrpt-path to ws-pub-out-path
           perform clear-partition-file
           move ws-quality-path to ws-pub-out-path
           perform clear-partition-file
           move ws-terms-rpt-path to ws-pub-out-path
           perform clear-partition-file
           move ws-manifest-path to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-pub-out-path
           perform clear-partition-file
           move "cobdown-glossary" to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-pub-out-path
           perform clear-partition-file
           move "cobdown-search" to ws-ptn-path
           perform apply-partition-suffix
           move ws-ptn-path to ws-pub-out-path
           perform clear-partition-file.

       clear-partition-file.
           open output publish-out
           if ws-pub-out-status = "00"
               close publish-out
               exit paragraph
           end-if
           move "Y" to ws-run-flagged
           move ws-pub-out-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: warning: cannot clear partition output "
               ws-pub-out-path(1:ws-calc-length)
               " (file status " ws-pub-out-status ")".

       apply-partition-suffix.
           move ws-ptn-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           if ws-calc-length > 508
               move 508 to ws-calc-length
           end-if
           move ".p" to ws-ptn-path(ws-calc-length + 1:2)
           move ws-ptn-no to ws-ptn-path(ws-calc-length + 3:2).

       stage-report-paths.
           move ws-recon-path to ws-recon-live-path
           move ws-recon-path to ws-pub-live
           perform build-staged-path
           move ws-pub-staged to ws-recon-path
           move ws-quality-path to ws-pub-live
           perform build-staged-path
           move ws-pub-staged to ws-quality-path
           move ws-terms-rpt-path to ws-pub-live
           perform build-staged-path
           move ws-pub-staged to ws-terms-rpt-path
           move ws-catalog-path to ws-pub-live
           perform build-staged-path
           move ws-pub-staged to ws-catalog-path.
           perform add-publish-pair.

       add-publish-pair.
           if ws-pub-count >= 1500
               if ws-pub-overflow not = "Y"
                   move "Y" to ws-pub-overflow
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: publish table full - "
                       "staged outputs will not be published"
               end-if
               exit paragraph
           end-if
                   "left in place"
               exit paragraph
           end-if
           if ws-pub-overflow = "Y"
               move "Y" to ws-run-flagged
               display "cobdown: more than 1500 staged files - "
                   "staged outputs NOT published, previous generation "
                   "left in place"
               exit paragraph
           end-if
           move 0 to ws-pub-errors ws-pub-copied
           perform varying ws-pub-i from 1 by 1
                   until ws-pub-i > ws-pub-count
           add 1 to ws-pub-copied.

       process-batch-file.
           perform open-timing-file
           perform start-timing-phase
           perform load-control-table
           perform assemble-control-books
           perform validate-control-table
           perform load-manifest-table
           if ws-stage-mode not = "Y"
               end-if
           end-if
           perform check-manifest-entries
           move "control-load" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform scan-control-titles
           move "title-scan" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "P"
                   perform run-one-control-record
               end-if
           end-perform
           move "conversion" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "U"
                   perform scan-anchors-one-record
               end-if
           end-perform
           move "Y" to ws-ref-scan
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "R"
                   perform scan-anchors-one-record
               end-if
           end-perform
           move "N" to ws-ref-scan
           move "anchor-scan" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform validate-cross-references
           move "xref-validation" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform clear-checkpoint
           if ws-ptn-no = 0
               perform write-site-index
               perform write-glossary-page
           else
               perform write-glossary-data
           end-if
           perform write-search-index
           if ws-ptn-no <= 1
               perform write-redirect-stubs
           end-if
           move "site-pages" to ws-tm-name
           perform end-timing-phase
           perform start-timing-phase
           perform write-reconciliation-report
           perform write-catalog-file
           move "reports" to ws-tm-name
           perform end-timing-phase
           if ws-stage-mode = "Y"
               perform start-timing-phase
               perform close-link-report
               perform close-quality-report
               perform close-terms-report
               perform publish-staged-outputs
               move "publish" to ws-tm-name
               perform end-timing-phase
           end-if
           if ws-stage-mode not = "Y" or ws-publish-done = "Y"
               perform start-timing-phase
               if ws-ptn-no > 0
                   move ws-manifest-path to ws-ptn-path
                   perform apply-partition-suffix
                   move ws-ptn-path to ws-manifest-path
               end-if
               perform write-manifest-file
               move "manifest" to ws-tm-name
               perform end-timing-phase
           end-if
           if ws-stage-mode not = "Y" or ws-publish-done = "Y"
               perform start-timing-phase
               perform write-distribution-queue
               move "distribution" to ws-tm-name
               perform end-timing-phase
           else
               move ws-dist-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: distribution queue "
                   ws-dist-path(1:ws-calc-length)
                   " emptied - staged outputs were not published"
               perform empty-distribution-queue
               if ws-ptn-no > 0
                   perform record-partition-hold
               end-if
           end-if
           perform close-timing-file.

       empty-distribution-queue.
           open input dist-file
           if ws-dist-status not = "00"
               exit paragraph
           end-if
           close dist-file
           open output dist-file
           if ws-dist-status = "00"
               close dist-file
           else
               move "Y" to ws-run-flagged
               move ws-dist-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: warning: cannot empty distribution queue "
                   ws-dist-path(1:ws-calc-length)
                   " (file status " ws-dist-status ")"
           end-if.

       record-partition-hold.
           move ws-recon-path to ws-pub-in-path
           move ws-recon-live-path to ws-pub-out-path
           open output publish-out
           if ws-pub-out-status not = "00"
               move ws-recon-live-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: warning: cannot record the held publish in "
                   ws-recon-live-path(1:ws-calc-length)
                   " (file status " ws-pub-out-status ")"
               exit paragraph
           end-if
           open input publish-in
           if ws-pub-in-status = "00"
               move "N" to ws-pub-eof
               perform until ws-pub-eof = "Y"
                   read publish-in
                       at end
                           move "Y" to ws-pub-eof
                       not at end
                           move publish-in-record to publish-out-record
                           write publish-out-record
                   end-read
               end-perform
               close publish-in
           end-if
           move "publish held back: staged outputs NOT published - "
               & "previous generation left in place"
               to publish-out-record
           write publish-out-record
           close publish-out
           move ws-recon-live-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: held publish recorded in "
               ws-recon-live-path(1:ws-calc-length).

       write-distribution-queue.
           perform load-subscriber-file
           if ws-subs-loaded not = "Y"
               perform empty-distribution-queue
               exit paragraph
           end-if
           accept ws-dist-date from date yyyymmdd
           move 0 to ws-dist-count ws-dist-docs
           open output dist-file
           if ws-dist-status not = "00"
               move "Y" to ws-run-flagged
               move ws-dist-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: warning: cannot write distribution queue "
                   ws-dist-path(1:ws-calc-length)
                   " (file status " ws-dist-status ")"
               exit paragraph
           end-if
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   perform queue-one-document
               end-if
           end-perform
           close dist-file
           move ws-dist-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: distribution queue written to "
               ws-dist-path(1:ws-calc-length) " (" ws-dist-count
               " record(s) for " ws-dist-docs " document(s))".

       load-subscriber-file.
           move "N" to ws-subs-loaded
           move 0 to ws-sub-count
           open input subs-file
           if ws-subs-status = "35"
               exit paragraph
           end-if
           if ws-subs-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot open subscriber file "
                   "(file status " ws-subs-status ") - "
                   "no distribution queue written"
               exit paragraph
           end-if
           move "N" to ws-subs-eof
           perform until ws-subs-eof = "Y"
               read subs-file
                   at end
                       move "Y" to ws-subs-eof
                   not at end
                       perform store-subscriber-record
               end-read
           end-perform
           close subs-file
           move "Y" to ws-subs-loaded.

       store-subscriber-record.
           move subs-record to ws-sub-line
           move ws-sub-line to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-sub-line-length
           if ws-sub-line-length = 0
               exit paragraph
           end-if
           if ws-sub-line(1:1) = "*" and ws-sub-line(2:1) not = "|"
               exit paragraph
           end-if
           move 0 to ws-sub-bar1 ws-sub-bar2
           perform varying ws-i from 1 by 1 until ws-i > ws-sub-line-length
               if ws-sub-line(ws-i:1) = "|"
                   if ws-sub-bar1 = 0
                       move ws-i to ws-sub-bar1
                   else
                       move ws-i to ws-sub-bar2
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-sub-bar1 < 2 or ws-sub-bar1 > 257
               or ws-sub-bar2 <= ws-sub-bar1 + 1
               or ws-sub-bar2 - ws-sub-bar1 > 65
               or ws-sub-bar2 >= ws-sub-line-length
               move "Y" to ws-run-flagged
               display "cobdown: warning: malformed subscriber record "
                   "ignored: " ws-sub-line(1:ws-sub-line-length)
               exit paragraph
           end-if
           move spaces to ws-sub-method-text
           if ws-sub-line-length - ws-sub-bar2 <= 16
               move ws-sub-line(ws-sub-bar2 + 1:
                   ws-sub-line-length - ws-sub-bar2)
                   to ws-sub-method-text
           end-if
           inspect ws-sub-method-text
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           if ws-sub-method-text not = "mail"
               and ws-sub-method-text not = "print"
               move "Y" to ws-run-flagged
               display "cobdown: warning: unknown delivery method - "
                   "subscriber record ignored: "
                   ws-sub-line(1:ws-sub-line-length)
               exit paragraph
           end-if
           if ws-sub-count >= 200
               move "Y" to ws-run-flagged
               display "cobdown: warning: subscriber file exceeds 200 "
                   "records - remaining records ignored"
               move "Y" to ws-subs-eof
               exit paragraph
           end-if
           add 1 to ws-sub-count
           move spaces to ws-sub-prefix(ws-sub-count)
           move ws-sub-line(1:ws-sub-bar1 - 1) to ws-sub-prefix(ws-sub-count)
           compute ws-sub-prefix-length(ws-sub-count) = ws-sub-bar1 - 1
           move spaces to ws-sub-group(ws-sub-count)
           move ws-sub-line(ws-sub-bar1 + 1:ws-sub-bar2 - ws-sub-bar1 - 1)
               to ws-sub-group(ws-sub-count)
           compute ws-sub-group-length(ws-sub-count)
               = ws-sub-bar2 - ws-sub-bar1 - 1
           move ws-sub-method-text to ws-sub-method(ws-sub-count).

       queue-one-document.
           move ws-ctl-input(ws-ctl-index) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-sub-in-length
           move "N" to ws-dist-doc-sent
           perform varying ws-sub-i from 1 by 1
                   until ws-sub-i > ws-sub-count
               move "N" to ws-sub-sent(ws-sub-i)
               perform match-subscriber-prefix
               if ws-sub-match = "Y"
                   and ws-sub-method(ws-sub-i) = "print"
                   and ws-ctl-format(ws-ctl-index) not = "P"
                   move "N" to ws-sub-match
               end-if
               if ws-sub-match = "Y"
                   perform varying ws-sub-j from 1 by 1
                           until ws-sub-j >= ws-sub-i
                       if ws-sub-sent(ws-sub-j) = "Y"
                           and ws-sub-group(ws-sub-j) = ws-sub-group(ws-sub-i)
                           move "N" to ws-sub-match
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-sub-match = "Y"
                   move "Y" to ws-sub-sent(ws-sub-i)
                   perform write-distribution-record
               end-if
           end-perform
           if ws-dist-doc-sent = "Y"
               add 1 to ws-dist-docs
           end-if.

       match-subscriber-prefix.
           move "N" to ws-sub-match
           move ws-sub-prefix-length(ws-sub-i) to ws-k
           if ws-k = 1 and ws-sub-prefix(ws-sub-i)(1:1) = "*"
               move "Y" to ws-sub-match
               exit paragraph
           end-if
           if ws-k > ws-sub-in-length
               exit paragraph
           end-if
           if ws-ctl-input(ws-ctl-index)(1:ws-k)
                   not = ws-sub-prefix(ws-sub-i)(1:ws-k)
               exit paragraph
           end-if
           if ws-k = ws-sub-in-length
               or ws-sub-prefix(ws-sub-i)(ws-k:1) = "/"
               or ws-ctl-input(ws-ctl-index)(ws-k + 1:1) = "/"
               move "Y" to ws-sub-match
           end-if.

       write-distribution-record.
           move "Y" to ws-dist-doc-sent
           evaluate ws-ctl-format(ws-ctl-index)
               when "T"
                   move "text" to ws-cat-fmt
               when "P"
                   move "print" to ws-cat-fmt
               when other
                   move "html" to ws-cat-fmt
           end-evaluate
           move ws-ctl-output(ws-ctl-index) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-cat-o-length
           if ws-cat-o-length = 0
               move 1 to ws-cat-o-length
           end-if
           move spaces to ws-cat-title
           if ws-ctl-title-length(ws-ctl-index) > 0
               move ws-ctl-title(ws-ctl-index)
                   (1:ws-ctl-title-length(ws-ctl-index))
                   to ws-cat-title(1:ws-ctl-title-length(ws-ctl-index))
           end-if
           inspect ws-cat-title replacing all "|" by " "
           move spaces to ws-cat-author
           if ws-ctl-author-length(ws-ctl-index) > 0
               move ws-ctl-author(ws-ctl-index)
                   (1:ws-ctl-author-length(ws-ctl-index))
                   to ws-cat-author
                       (1:ws-ctl-author-length(ws-ctl-index))
           end-if
           inspect ws-cat-author replacing all "|" by " "
           move spaces to ws-dist-line
           string ws-sub-group(ws-sub-i)
                   (1:ws-sub-group-length(ws-sub-i)) delimited by size
               "|" delimited by size
               ws-sub-method(ws-sub-i) delimited by space
               "|" delimited by size
               ws-cat-fmt delimited by space
               "|" delimited by size
               ws-ctl-input(ws-ctl-index)(1:ws-sub-in-length)
                   delimited by size
               "|" delimited by size
               ws-ctl-output(ws-ctl-index)(1:ws-cat-o-length)
                   delimited by size
               "|" delimited by size
               ws-cat-title delimited by "  "
               "|" delimited by size
               ws-cat-author delimited by "  "
               "|" delimited by size
               ws-dist-date delimited by size
               into ws-dist-line
           end-string
           move ws-dist-line to dist-record
           write dist-record
           add 1 to ws-dist-count.

       open-timing-file.
           accept ws-tm-run-date from date yyyymmdd
           accept ws-tm-run-time from time
           move "N" to ws-timing-open
           open extend timing-file
           if ws-timing-status = "35"
               open output timing-file
               if ws-timing-status = "00"
                   close timing-file
                   open extend timing-file
               end-if
           end-if
           if ws-timing-status = "00"
               move "Y" to ws-timing-open
           else
               move "Y" to ws-run-flagged
               move ws-timing-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: warning: could not open timing file "
                   ws-calc-text(1:ws-calc-length)
                   " (file status " ws-timing-status ") - "
                   "run timings will not be recorded"
           end-if.

       close-timing-file.
           if ws-timing-open not = "Y"
               exit paragraph
           end-if
           move ws-tm-run-date to ws-tm-from-date
           move ws-tm-run-time to ws-tm-from-time
           move "run" to ws-tm-kind
           move ws-control-path to ws-tm-name
           move spaces to ws-tm-extra
           if ws-ptn-no > 0
               move "p" to ws-tm-extra(1:1)
               move ws-ptn-no to ws-tm-extra(2:2)
           end-if
           perform write-timing-record
           close timing-file
           move "N" to ws-timing-open.

       start-timing-phase.
           accept ws-tm-phase-date from date yyyymmdd
           accept ws-tm-phase-time from time.

       end-timing-phase.
           move ws-tm-phase-date to ws-tm-from-date
           move ws-tm-phase-time to ws-tm-from-time
           move "phase" to ws-tm-kind
           move spaces to ws-tm-extra
           perform write-timing-record.

       start-timing-document.
           accept ws-tm-doc-date from date yyyymmdd
           accept ws-tm-doc-time from time.

       end-timing-document.
           move ws-tm-doc-date to ws-tm-from-date
           move ws-tm-doc-time to ws-tm-from-time
           move "doc" to ws-tm-kind
           move ws-ctl-input(ws-ctl-index) to ws-tm-name
           move ws-ctl-output(ws-ctl-index) to ws-tm-extra
           perform write-timing-record.

       write-timing-record.
           if ws-timing-open not = "Y"
               exit paragraph
           end-if
           accept ws-tm-end-date from date yyyymmdd
           accept ws-tm-end-time from time
           move ws-tm-from-time to ws-tm-clock
           compute ws-tm-from-cs = ((ws-tm-hh * 60 + ws-tm-mm) * 60
               + ws-tm-ss) * 100 + ws-tm-cc
           move ws-tm-end-time to ws-tm-clock
           compute ws-tm-end-cs = ((ws-tm-hh * 60 + ws-tm-mm) * 60
               + ws-tm-ss) * 100 + ws-tm-cc
           if ws-tm-end-date not = ws-tm-from-date
               add 8640000 to ws-tm-end-cs
           end-if
           if ws-tm-end-cs < ws-tm-from-cs
               move 0 to ws-tm-elapsed
           else
               compute ws-tm-elapsed = ws-tm-end-cs - ws-tm-from-cs
           end-if
           move ws-tm-kind to ws-calc-text
           move 5 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-tm-kind-length
           move ws-tm-name to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-tm-name-length
           move ws-tm-extra to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-tm-extra-length
           move spaces to ws-tm-line
           string ws-tm-kind(1:ws-tm-kind-length) delimited by size
               "," delimited by size
               ws-tm-run-date delimited by size
               "," delimited by size
               ws-tm-run-time delimited by size
               "," delimited by size
               ws-tm-from-date delimited by size
               "," delimited by size
               ws-tm-from-time delimited by size
               "," delimited by size
               ws-tm-end-date delimited by size
               "," delimited by size
               ws-tm-end-time delimited by size
               "," delimited by size
               ws-tm-elapsed delimited by size
               "," delimited by size
               into ws-tm-line
           end-string
           compute ws-i = ws-tm-kind-length + 66
           if ws-tm-name-length > 0
               move ws-tm-name(1:ws-tm-name-length)
                   to ws-tm-line(ws-i:ws-tm-name-length)
           end-if
           add ws-tm-name-length to ws-i
           move "," to ws-tm-line(ws-i:1)
           if ws-tm-extra-length > 0
               move ws-tm-extra(1:ws-tm-extra-length)
                   to ws-tm-line(ws-i + 1:ws-tm-extra-length)
           end-if
           move ws-tm-line to timing-record
           write timing-record.

       scan-control-titles.
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "P"
                   or ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   or ws-ctl-outcome(ws-ctl-index) = "R"
                   perform scan-one-title
               end-if
           end-perform.

       scan-one-title.
           move ws-ctl-output(ws-ctl-index) to ws-nav-base
           perform get-path-basename
           move spaces to ws-ctl-title(ws-ctl-index)
           move 0 to ws-ctl-title-length(ws-ctl-index)
           if ws-nav-base-length > 0
               if ws-nav-base-length > 256
                   move 256 to ws-nav-base-length
               end-if
               move ws-nav-base(1:ws-nav-base-length)
                   to ws-ctl-title(ws-ctl-index)(1:ws-nav-base-length)
               move ws-nav-base-length
                   to ws-ctl-title-length(ws-ctl-index)
           end-if
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           open input markdown-input
           if ws-input-status not = "00"
               exit paragraph
           end-if
           move "N" to ws-scan-eof
           move 0 to ws-scan-line-count
           move "N" to ws-has-title ws-has-author
           move spaces to ws-doc-title
           move 0 to ws-doc-title-length
           read markdown-input
               at end
                   move "Y" to ws-scan-eof
               not at end
                   move markdown-record to ws-inner-line
                   move ws-inner-line to ws-calc-text
                   move 2048 to ws-calc-max
                   perform calculate-length
                   move ws-calc-length to ws-next-length
                   if ws-next-length not = 3
                       or ws-inner-line(1:3) not = "---"
                       move "Y" to ws-scan-eof
                   end-if
           end-read
           perform until ws-scan-eof = "Y"
                   or ws-scan-line-count > 100
               read markdown-input
                   at end
                       move "Y" to ws-scan-eof
                   not at end
                       add 1 to ws-scan-line-count
                       move markdown-record to ws-inner-line
                       move ws-inner-line to ws-calc-text
                       move 2048 to ws-calc-max
                       perform calculate-length
                       move ws-calc-length to ws-next-length
                       if ws-next-length = 3
                           and ws-inner-line(1:3) = "---"
                           move "Y" to ws-scan-eof
                       else
                           perform parse-front-matter-line
                       end-if
               end-read
           end-perform
           close markdown-input
           if ws-has-title = "Y" and ws-doc-title-length > 0
               move spaces to ws-ctl-title(ws-ctl-index)
               move ws-doc-title(1:ws-doc-title-length)
                   to ws-ctl-title(ws-ctl-index)(1:ws-doc-title-length)
               move ws-doc-title-length
                   to ws-ctl-title-length(ws-ctl-index)
           end-if.

       scan-anchors-one-record.
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           move ws-ctl-format(ws-ctl-index) to ws-out-format
           move spaces to ws-cat-author ws-cat-outline
           move 0 to ws-cat-author-length ws-cat-outline-length
           move 0 to ws-cat-src-lines ws-cat-out-lines
           move "N" to ws-cat-trunc ws-cat-warn
           move "N" to ws-term-blocked ws-term-warned
           move "Y" to ws-qual-mute
           move "Y" to ws-part-quiet
           perform plan-document-parts
           move "N" to ws-part-quiet
           if ws-part-count > 1
               move ws-ctl-output(ws-ctl-index) to ws-part-output-save
               move ws-part-output-save to ws-part-base
               perform save-orig-output-base
               move 1 to ws-part-i
               perform build-part-name
               if ws-part-base-length > 512
                   move 512 to ws-part-base-length
               end-if
               move spaces to ws-ctl-output(ws-ctl-index)
               move ws-part-base(1:ws-part-base-length)
                   to ws-ctl-output(ws-ctl-index)(1:ws-part-base-length)
           end-if
           perform varying ws-part-number from 1 by 1
                   until ws-part-number > ws-part-count
               end-if
           end-perform
           move "N" to ws-qual-mute
           if ws-ref-scan = "Y"
               exit paragraph
           end-if
           move ws-ctl-fp-lines(ws-ctl-index) to ws-cat-src-lines
           if ws-term-warned = "Y"
               move "Y" to ws-cat-warn
           end-if
           perform capture-catalog-fields
           if ws-term-blocked = "Y"
               move "Y" to ws-run-flagged
               move "F" to ws-ctl-outcome(ws-ctl-index)
               move "blocked term - see terminology report"
                   to ws-ctl-reason(ws-ctl-index)
               move ws-ctl-input(ws-ctl-index) to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: blocked term(s) in unchanged document "
                   ws-ctl-input(ws-ctl-index)(1:ws-calc-length)
                   " - marked failed"
               perform withdraw-blocked-output
           end-if.

       withdraw-blocked-output.
           if ws-stage-mode = "Y"
               exit paragraph
           end-if
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           perform get-control-live-output
           move ws-stub-live to ws-man-want-output
           perform find-manifest-entry
           if ws-man-found > 0
               move "Y" to ws-man-drop(ws-man-found)
           end-if
           move ws-stub-live to ws-probe-path
           perform withdraw-blocked-file
           perform varying ws-part-i from 1 by 1 until ws-part-i > 20
               move ws-stub-live to ws-part-base
               perform build-part-name
               if ws-part-base-length > 512
                   move 512 to ws-part-base-length
               end-if
               move spaces to ws-probe-path
               move ws-part-base(1:ws-part-base-length)
                   to ws-probe-path(1:ws-part-base-length)
               perform withdraw-blocked-file
               if ws-chk-found not = "Y"
                   exit perform
               end-if
           end-perform.

       withdraw-blocked-file.
           move "N" to ws-chk-found
           open input probe-file
           if ws-probe-status not = "00"
               exit paragraph
           end-if
           close probe-file
           move "Y" to ws-chk-found
           if ws-stub-count >= 200
               move "Y" to ws-run-flagged
               display "cobdown: warning: more than 200 withdrawn outputs - "
                   "remaining blocked outputs left in place"
               exit paragraph
           end-if
           add 1 to ws-stub-count
           move "B" to ws-stub-kind(ws-stub-count)
           move ws-ctl-input(ws-ctl-index) to ws-stub-input(ws-stub-count)
           move ws-probe-path to ws-stub-old(ws-stub-count)
           move spaces to ws-stub-new(ws-stub-count) ws-stub-target
           perform write-stub-file
           move ws-stub-old(ws-stub-count) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: live output "
               ws-stub-old(ws-stub-count)(1:ws-calc-length)
               " replaced by a withdrawal page".

       scan-anchors-one-part.
           perform reset-conversion-state
           perform collect-footnote-definitions
           perform collect-reference-definitions
           perform collect-headings
           if ws-ref-scan = "Y"
               perform store-site-anchors
               exit paragraph
           end-if
           perform check-document-terms
           perform append-catalog-outline
           perform store-site-anchors
           perform scan-record-links.
       store-manifest-record.
           move manifest-record to ws-man-line
           move ws-man-line to ws-calc-text
           move 1100 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-man-length
           if ws-man-length < 27
               exit paragraph
           end-if
           move 0 to ws-man-path-length
           perform varying ws-i from 1 by 1 until ws-i > ws-man-length
               if ws-man-line(ws-i:1) = ","
                   compute ws-man-path-length = ws-i - 1
                   exit perform
               end-if
           end-perform
           if ws-man-path-length = 0 or ws-man-path-length > 512
               or ws-man-path-length + 26 > ws-man-length
               exit paragraph
           end-if
           move 0 to ws-man-out-length
           if ws-man-length > ws-man-path-length + 26
               if ws-man-line(ws-man-path-length + 27:1) not = ","
                   exit paragraph
               end-if
               compute ws-man-out-length
                   = ws-man-length - ws-man-path-length - 27
               if ws-man-out-length > 512
                   exit paragraph
               end-if
           end-if
           if ws-man-line(ws-man-path-length + 1:1) not = ","
               or ws-man-line(ws-man-path-length + 8:1) not = ","
               or ws-man-line(ws-man-path-length + 18:1) not = ","
               to ws-man-sum-text
           move ws-man-sum-text to ws-man-sum(ws-man-count)
           move ws-man-line(ws-man-path-length + 19:8)
               to ws-man-date(ws-man-count)
           move spaces to ws-man-output(ws-man-count)
           if ws-man-out-length > 0
               move ws-man-line(ws-man-path-length + 28:ws-man-out-length)
                   to ws-man-output(ws-man-count)(1:ws-man-out-length)
           end-if
           move "N" to ws-man-drop(ws-man-count)
           move "N" to ws-man-new(ws-man-count).

       check-manifest-entries.
           perform varying ws-ctl-index from 1 by 1
           if ws-fp-has-include = "Y"
               exit paragraph
           end-if
           move ws-ctl-output(ws-ctl-index) to ws-man-want-output
           perform find-manifest-entry
           if ws-man-found > 0
               and ws-man-lines(ws-man-found) = ws-fp-lines
                   move "U" to ws-ctl-outcome(ws-ctl-index)
                   move "unchanged - output retained"
                       to ws-ctl-reason(ws-ctl-index)
                   if ws-man-output(ws-man-found) = spaces
                       move ws-man-want-output
                           to ws-man-output(ws-man-found)
                       move "Y" to ws-man-new(ws-man-found)
                   end-if
               end-if
           end-if.

           perform varying ws-man-i from 1 by 1
                   until ws-man-i > ws-man-count
               if ws-man-input(ws-man-i) = ws-input-path
                   and ws-man-drop(ws-man-i) not = "Y"
                   and (ws-man-output(ws-man-i) = ws-man-want-output
                       or ws-man-output(ws-man-i) = spaces)
                   move ws-man-i to ws-man-found
                   exit perform
               end-if

       update-manifest-entry.
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           perform get-control-live-output
           move ws-stub-live to ws-man-want-output
           perform find-manifest-entry
           if ws-man-found = 0
               if ws-man-count >= 500
               add 1 to ws-man-count
               move ws-man-count to ws-man-found
               move ws-input-path to ws-man-input(ws-man-found)
               move "N" to ws-man-drop(ws-man-found)
               move spaces to ws-man-output(ws-man-found)
           end-if
           if ws-man-output(ws-man-found) = spaces
               move "Y" to ws-man-new(ws-man-found)
           end-if
           move ws-man-want-output to ws-man-output(ws-man-found)
           move ws-ctl-fp-lines(ws-ctl-index)
               to ws-man-lines(ws-man-found)
           move ws-ctl-fp-sum(ws-ctl-index)
           close manifest-file.

       write-one-manifest-record.
           if ws-man-drop(ws-man-i) = "Y"
               exit paragraph
           end-if
           move ws-man-output(ws-man-i) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-man-out-length
           move ws-man-input(ws-man-i) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
               ws-man-date(ws-man-i) delimited by size
               into ws-man-line
           end-string
           if ws-man-out-length > 0
               move ","
                   to ws-man-line(ws-calc-length + 27:1)
               move ws-man-output(ws-man-i)(1:ws-man-out-length)
                   to ws-man-line(ws-calc-length + 28:ws-man-out-length)
           end-if
           move ws-man-line to manifest-record
           write manifest-record.

                   at end
                       move "Y" to ws-control-eof
                   not at end
                       move ws-ctl-count to ws-ptn-count-before
                       perform store-control-record
                       if ws-ptn-ref-line = "Y"
                           and ws-ctl-count > ws-ptn-count-before
                           move "R" to ws-ctl-outcome(ws-ctl-count)
                           move spaces to ws-ctl-reason(ws-ctl-count)
                       end-if
               end-read
           end-perform
           close control-file.

       store-control-record.
           move "N" to ws-ptn-ref-line
           move control-record to ws-control-line
           if ws-control-line(1:5) = "*ref "
               move "Y" to ws-ptn-ref-line
               move control-record(6:1025) to ws-control-line
           end-if
           move ws-control-line to ws-calc-text
           move 1030 to ws-calc-max
           perform calculate-length
           end-if
           move ws-control-line(1:1) to ws-char
           if ws-char = "*"
               if ws-control-line(1:ws-control-length) = "*partial"
                   move "Y" to ws-stub-partial
               end-if
               if ws-control-length > 6
                   and ws-control-line(1:6) = "*book "
                   perform store-book-record
               end-if
               if ws-control-length > 8
                   and ws-control-line(1:8) = "*member "
                   perform store-book-member
               end-if
               exit paragraph
           end-if
           if ws-ctl-count >= 500
               exit paragraph
           end-if
           add 1 to ws-ctl-count
           perform init-control-entry
           move 0 to ws-comma-pos
           perform varying ws-i from 1 by 1 until ws-i > ws-control-length
               move ws-control-line(ws-i:1) to ws-char
           perform resolve-record-format
           move ws-out-format to ws-ctl-format(ws-ctl-count).

       init-control-entry.
           move spaces to ws-ctl-input(ws-ctl-count)
           move spaces to ws-ctl-output(ws-ctl-count)
           move spaces to ws-ctl-reason(ws-ctl-count)
           move "P" to ws-ctl-outcome(ws-ctl-count)
           move "H" to ws-ctl-format(ws-ctl-count)
           move spaces to ws-ctl-author(ws-ctl-count)
           move 0 to ws-ctl-author-length(ws-ctl-count)
           move 0 to ws-ctl-src-lines(ws-ctl-count)
           move 0 to ws-ctl-out-lines(ws-ctl-count)
           move "N" to ws-ctl-trunc(ws-ctl-count)
           move "N" to ws-ctl-warn(ws-ctl-count)
           move spaces to ws-ctl-outline(ws-ctl-count)
           move 0 to ws-ctl-outline-length(ws-ctl-count)
           move spaces to ws-ctl-orig-base(ws-ctl-count)
           move 0 to ws-ctl-orig-base-length(ws-ctl-count)
           move 0 to ws-ctl-book(ws-ctl-count).

       store-book-record.
           if ws-book-count >= 20
               move "Y" to ws-run-flagged
               display "cobdown: warning: more than 20 books in the "
                   "control file - book ignored"
               exit paragraph
           end-if
           if ws-ctl-count >= 500
               if ws-ctl-overflow not = "Y"
                   move "Y" to ws-ctl-overflow
                   move "Y" to ws-run-flagged
                   display "cobdown: control file exceeds 500 records - "
                       "remaining records ignored"
               end-if
               exit paragraph
           end-if
           move spaces to ws-bk-line
           move ws-control-line(7:ws-control-length - 6) to ws-bk-line
           move spaces to ws-control-line
           move ws-bk-line(1:ws-control-length - 6) to ws-control-line
           subtract 6 from ws-control-length
           add 1 to ws-ctl-count
           perform init-control-entry
           add 1 to ws-book-count
           move ws-book-count to ws-ctl-book(ws-ctl-count)
           move ws-ctl-count to ws-book-ctl(ws-book-count)
           compute ws-book-mem-first(ws-book-count) = ws-bmem-count + 1
           move 0 to ws-book-mem-count(ws-book-count)
           move 0 to ws-book-hd-first(ws-book-count)
           move spaces to ws-book-title(ws-book-count)
           move 0 to ws-book-title-length(ws-book-count)
           move 0 to ws-comma-pos ws-comma2-pos
           perform varying ws-i from 1 by 1 until ws-i > ws-control-length
               if ws-control-line(ws-i:1) = ","
                   if ws-comma-pos = 0
                       move ws-i to ws-comma-pos
                   else
                       move ws-i to ws-comma2-pos
                       exit perform
                   end-if
               end-if
           end-perform
           move spaces to ws-output-path
           if ws-comma-pos = 0
               move ws-control-line(1:ws-control-length) to ws-output-path
           else
               if ws-comma-pos > 1
                   move ws-control-line(1:ws-comma-pos - 1)
                       to ws-output-path
               end-if
           end-if
           perform trim-output-path
           move ws-output-path to ws-ctl-output(ws-ctl-count)
           if ws-comma2-pos > 0 and ws-comma2-pos < ws-control-length
               compute ws-j = ws-comma2-pos + 1
               perform until ws-j > ws-control-length
                   if ws-control-line(ws-j:1) not = space
                       exit perform
                   end-if
                   add 1 to ws-j
               end-perform
               if ws-j <= ws-control-length
                   compute ws-k = ws-control-length - ws-j + 1
                   if ws-k > 256
                       move 256 to ws-k
                   end-if
                   move ws-control-line(ws-j:ws-k)
                       to ws-book-title(ws-book-count)
                   move ws-k to ws-book-title-length(ws-book-count)
               end-if
           end-if
           if ws-comma-pos > 0
               move ws-control-length to ws-bk-end
               if ws-comma2-pos > 0
                   compute ws-control-length = ws-comma2-pos - 1
               end-if
               move ws-comma-pos to ws-comma2-pos
               perform resolve-record-format
               move ws-bk-end to ws-control-length
           else
               move "H" to ws-out-format
           end-if
           move ws-out-format to ws-ctl-format(ws-ctl-count).

       store-book-member.
           if ws-book-count = 0
               or ws-book-ctl(ws-book-count) not = ws-ctl-count
               move "Y" to ws-run-flagged
               display "cobdown: warning: *member line outside a book - "
                   "ignored"
               exit paragraph
           end-if
           if ws-bmem-count >= 200
               move "Y" to ws-run-flagged
               display "cobdown: warning: more than 200 book members - "
                   "member ignored"
               exit paragraph
           end-if
           move 9 to ws-j
           perform until ws-j > ws-control-length
               if ws-control-line(ws-j:1) not = space
                   exit perform
               end-if
               add 1 to ws-j
           end-perform
           if ws-j > ws-control-length
               exit paragraph
           end-if
           move spaces to ws-input-path
           move ws-control-line(ws-j:ws-control-length - ws-j + 1)
               to ws-input-path
           perform trim-input-path
           add 1 to ws-bmem-count
           move ws-input-path to ws-bmem-input(ws-bmem-count)
           move 0 to ws-bmem-hd-first(ws-bmem-count)
           move 0 to ws-bmem-hd-count(ws-bmem-count)
           move "N" to ws-bmem-inserted(ws-bmem-count)
           add 1 to ws-book-mem-count(ws-book-count).

       resolve-record-format.
           move "H" to ws-out-format
           move spaces to ws-fmt-spec
               into ws-ctl-reason(ws-ctl-count)
           end-string.

       assemble-control-books.
           if ws-book-count = 0
               exit paragraph
           end-if
           perform varying ws-book-no from 1 by 1
                   until ws-book-no > ws-book-count
               perform assemble-one-book
           end-perform
           move 0 to ws-ctl-index.

       assemble-one-book.
           move ws-book-ctl(ws-book-no) to ws-ctl-index
           compute ws-book-hd-first(ws-book-no) = ws-bhd-count + 1
           move ws-ctl-output(ws-ctl-index) to ws-nav-base
           perform get-path-basename
           if ws-nav-base-length = 0
               move "book" to ws-nav-base
               move 4 to ws-nav-base-length
           end-if
           if ws-nav-base-length > 200
               move 200 to ws-nav-base-length
           end-if
           move spaces to ws-bk-base
           move ws-nav-base(1:ws-nav-base-length) to ws-bk-base
           move ws-nav-base-length to ws-bk-base-length
           inspect ws-bk-base converting "." to "-"
           if ws-book-title-length(ws-book-no) = 0
               perform strip-nav-extension
               move ws-nav-base(1:ws-nav-base-length)
                   to ws-book-title(ws-book-no)
               move ws-nav-base-length to ws-book-title-length(ws-book-no)
           end-if
           if ws-book-mem-count(ws-book-no) = 0
               move ws-ctl-output(ws-ctl-index) to ws-ctl-input(ws-ctl-index)
               if ws-ctl-outcome(ws-ctl-index) not = "S"
                   move "S" to ws-ctl-outcome(ws-ctl-index)
                   move "book has no members" to ws-ctl-reason(ws-ctl-index)
               end-if
               exit paragraph
           end-if
           compute ws-bmem-last = ws-book-mem-first(ws-book-no)
               + ws-book-mem-count(ws-book-no) - 1
           move ws-book-scratch-path to ws-input-path
           perform locate-input-directory
           move spaces to ws-ptn-path
           if ws-input-dir-length > 0
               move ws-input-path(1:ws-input-dir-length) to ws-ptn-path
           end-if
           string "cobdown-book-" delimited by size
               ws-bk-base(1:ws-bk-base-length) delimited by size
               ".md" delimited by size
               into ws-ptn-path(ws-input-dir-length + 1:)
           end-string
           if ws-ctl-outcome(ws-ctl-index) = "R" and ws-ptn-no > 0
               perform apply-partition-suffix
           end-if
           move ws-ptn-path to ws-ctl-input(ws-ctl-index)
           if ws-ctl-outcome(ws-ctl-index) = "S"
               exit paragraph
           end-if
           move "N" to ws-bk-failed
           move spaces to ws-bk-author
           move 0 to ws-bk-author-length
           move 1 to ws-part-count
           move 0 to ws-part-number
           move "Y" to ws-qual-mute
           perform varying ws-bmem-i from ws-book-mem-first(ws-book-no) by 1
                   until ws-bmem-i > ws-bmem-last
               perform map-book-member
               if ws-bk-failed = "Y"
                   exit perform
               end-if
           end-perform
           move "N" to ws-qual-mute
           if ws-bk-failed not = "Y"
               perform write-book-source
           end-if
           if ws-bk-failed = "Y"
               move "S" to ws-ctl-outcome(ws-ctl-index)
               move ws-bk-reason to ws-ctl-reason(ws-ctl-index)
               exit paragraph
           end-if
           if ws-bhd-overflow = "Y"
               and ws-ctl-outcome(ws-ctl-index) not = "R"
               move "F" to ws-ctl-outcome(ws-ctl-index)
               move "book heading table full - book not converted"
                   to ws-ctl-reason(ws-ctl-index)
               move "Y" to ws-run-flagged
               move ws-ctl-output(ws-ctl-index) to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: book " ws-ctl-output(ws-ctl-index)
                   (1:ws-calc-length) " not converted - book heading "
                   "table full"
           end-if.

       build-book-chapter.
           compute ws-bk-chapter = ws-bmem-i - ws-book-mem-first(ws-book-no) + 1
           move ws-bk-chapter to ws-fn-n
           perform build-fn-number
           move ws-fn-num-text to ws-bk-chap-text
           move ws-fn-num-length to ws-bk-chap-length.

       map-book-member.
           perform build-book-chapter
           move ws-bmem-input(ws-bmem-i) to ws-input-path
           perform reset-conversion-state
           perform load-input-file
           if ws-doc-failed = "Y"
               move "Y" to ws-bk-failed
               move ws-input-path to ws-nav-base
               perform get-path-basename
               move spaces to ws-bk-reason
               string "book member not found: " delimited by size
                   ws-nav-base(1:ws-nav-base-length) delimited by size
                   into ws-bk-reason
               end-string
               exit paragraph
           end-if
           perform collect-front-matter
           move spaces to ws-bk-mtitle
           if ws-has-title = "Y" and ws-doc-title-length > 0
               move ws-doc-title(1:ws-doc-title-length) to ws-bk-mtitle
               move ws-doc-title-length to ws-bk-mtitle-length
           else
               move ws-input-path to ws-nav-base
               perform get-path-basename
               perform strip-nav-extension
               move ws-nav-base-length to ws-bk-mtitle-length
               if ws-bk-mtitle-length > 200
                   move 200 to ws-bk-mtitle-length
               end-if
               move ws-nav-base(1:ws-bk-mtitle-length) to ws-bk-mtitle
           end-if
           if ws-bk-author-length = 0 and ws-has-author = "Y"
               and ws-doc-author-length > 0
               move ws-doc-author(1:ws-doc-author-length) to ws-bk-author
               move ws-doc-author-length to ws-bk-author-length
           end-if
           perform collect-headings
           compute ws-bmem-hd-first(ws-bmem-i) = ws-bhd-count + 1
           move "Y" to ws-bmem-inserted(ws-bmem-i)
           move 0 to ws-bk-c2 ws-bk-c3
           if ws-heading-count > 0 and ws-heading-toc-level(1) = 1
               move 1 to ws-bk-h
               perform read-book-heading
               if ws-bk-kind not = "Q"
                   move "N" to ws-bmem-inserted(ws-bmem-i)
               end-if
           end-if
           if ws-bmem-inserted(ws-bmem-i) = "Y"
               move spaces to ws-item-text
               move ws-bk-mtitle(1:ws-bk-mtitle-length) to ws-item-text
               move ws-bk-mtitle-length to ws-calc-length
               move 1 to ws-bk-level
               move "I" to ws-bk-kind
               move 0 to ws-bk-l
               perform add-book-heading
           end-if
           perform varying ws-bk-h from 1 by 1
                   until ws-bk-h > ws-heading-count
               perform read-book-heading
               move ws-heading-toc-level(ws-bk-h) to ws-bk-level
               if ws-bk-level = 1 and ws-bk-kind not = "Q"
                   and (ws-bk-h > 1 or ws-bmem-inserted(ws-bmem-i) = "Y")
                   move 2 to ws-bk-level
               end-if
               move ws-heading-line(ws-bk-h) to ws-bk-l
               perform add-book-heading
           end-perform
           compute ws-bmem-hd-count(ws-bmem-i)
               = ws-bhd-count - ws-bmem-hd-first(ws-bmem-i) + 1.

       read-book-heading.
           move ws-heading-line(ws-bk-h) to ws-line-index
           move ws-line-text(ws-line-index) to ws-inner-line
           move ws-line-length(ws-line-index) to ws-next-length
           perform strip-blockquote-markers
           move "S" to ws-bk-kind
           perform count-leading-spaces
           move 0 to ws-bk-count
           if ws-indent <= 3
               compute ws-bk-pos = ws-indent + 1
               perform until ws-bk-pos > ws-next-length
                   if ws-inner-line(ws-bk-pos:1) not = "#"
                       exit perform
                   end-if
                   add 1 to ws-bk-count
                   add 1 to ws-bk-pos
               end-perform
           end-if
           if ws-bk-count = ws-heading-toc-level(ws-bk-h)
               and ws-bk-pos <= ws-next-length
               and ws-inner-line(ws-bk-pos:1) = space
               move "A" to ws-bk-kind
               move spaces to ws-item-text
               if ws-bk-pos < ws-next-length
                   move ws-inner-line(ws-bk-pos + 1:ws-next-length - ws-bk-pos)
                       to ws-item-text
               end-if
               perform strip-trailing-hashes
           else
               move spaces to ws-item-text
               if ws-next-length > 0
                   move ws-inner-line(1:ws-next-length) to ws-item-text
               end-if
           end-if
           if ws-quote-depth > 0
               move "Q" to ws-bk-kind
           end-if
           move ws-item-text to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move 0 to ws-line-index.

       add-book-heading.
           if ws-bhd-count >= 1000
               if ws-bhd-overflow not = "Y"
                   move "Y" to ws-bhd-overflow
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: book heading table full - "
                       "later headings are not numbered"
               end-if
               exit paragraph
           end-if
           add 1 to ws-bhd-count
           move ws-bk-kind to ws-bhd-kind(ws-bhd-count)
           move ws-bk-l to ws-bhd-line(ws-bhd-count)
           move spaces to ws-bhd-orig(ws-bhd-count)
           move 0 to ws-bhd-orig-length(ws-bhd-count)
           if ws-bk-kind not = "I"
               move ws-heading-anchor(ws-bk-h) to ws-bhd-orig(ws-bhd-count)
               move ws-heading-anchor-length(ws-bk-h)
                   to ws-bhd-orig-length(ws-bhd-count)
           end-if
           move spaces to ws-bk-number
           move 0 to ws-bk-number-length
           if ws-bk-kind not = "Q"
               evaluate ws-bk-level
                   when 1
                       move ws-bk-chap-text to ws-bk-number
                       move ws-bk-chap-length to ws-bk-number-length
                   when 2
                       add 1 to ws-bk-c2
                       move 0 to ws-bk-c3
                       perform build-book-section-number
                   when 3
                       add 1 to ws-bk-c3
                       perform build-book-section-number
               end-evaluate
           end-if
           move ws-calc-length to ws-bk-raw-length
           move spaces to ws-bk-raw
           if ws-bk-raw-length > 0
               move ws-item-text(1:ws-bk-raw-length) to ws-bk-raw
           end-if
           move spaces to ws-item-text
           move 0 to ws-calc-length
           if ws-bk-number-length > 0
               move ws-bk-number(1:ws-bk-number-length) to ws-item-text
               compute ws-calc-length = ws-bk-number-length + 1
           end-if
           if ws-bk-raw-length > 0
               move ws-bk-raw(1:ws-bk-raw-length)
                   to ws-item-text(ws-calc-length + 1:ws-bk-raw-length)
               add ws-bk-raw-length to ws-calc-length
           end-if
           move spaces to ws-bhd-text(ws-bhd-count)
           move 0 to ws-bhd-text-length(ws-bhd-count)
           if ws-bk-kind not = "Q"
               move all "#" to ws-bhd-text(ws-bhd-count)(1:ws-bk-level)
               compute ws-bk-end = ws-bk-level + 1
               if ws-calc-length > 598 - ws-bk-level
                   compute ws-calc-length = 598 - ws-bk-level
               end-if
               if ws-calc-length > 0
                   move ws-item-text(1:ws-calc-length)
                       to ws-bhd-text(ws-bhd-count)(ws-bk-end + 1:ws-calc-length)
               end-if
               compute ws-bhd-text-length(ws-bhd-count)
                   = ws-bk-end + ws-calc-length
           end-if
           if ws-calc-length = 0
               move spaces to ws-bhd-anchor(ws-bhd-count)
               move 0 to ws-bhd-anchor-length(ws-bhd-count)
               exit paragraph
           end-if
           move ws-heading-count to ws-bk-save-count
           move 1 to ws-heading-count
           perform slugify-heading-text
           move ws-bk-save-count to ws-heading-count
           perform dedupe-book-slug
           move ws-slug-text to ws-bhd-anchor(ws-bhd-count)
           move ws-slug-length to ws-bhd-anchor-length(ws-bhd-count).

       build-book-section-number.
           move spaces to ws-bk-number
           move ws-bk-chap-text(1:ws-bk-chap-length) to ws-bk-number
           move ws-bk-chap-length to ws-bk-number-length
           move ws-bk-c2 to ws-fn-n
           perform build-fn-number
           move "." to ws-bk-number(ws-bk-number-length + 1:1)
           move ws-fn-num-text(1:ws-fn-num-length)
               to ws-bk-number(ws-bk-number-length + 2:ws-fn-num-length)
           compute ws-bk-number-length
               = ws-bk-number-length + 1 + ws-fn-num-length
           if ws-bk-level = 3
               move ws-bk-c3 to ws-fn-n
               perform build-fn-number
               move "." to ws-bk-number(ws-bk-number-length + 1:1)
               move ws-fn-num-text(1:ws-fn-num-length)
                   to ws-bk-number(ws-bk-number-length + 2:ws-fn-num-length)
               compute ws-bk-number-length
                   = ws-bk-number-length + 1 + ws-fn-num-length
           end-if.

       dedupe-book-slug.
           move 0 to ws-slug-suffix
           move "Y" to ws-slug-collision
           perform until ws-slug-collision = "N"
               move spaces to ws-slug-candidate
               move ws-slug-text(1:ws-slug-length)
                   to ws-slug-candidate(1:ws-slug-length)
               move ws-slug-length to ws-slug-candidate-length
               if ws-slug-suffix > 0
                   perform build-slug-suffix
                   move "-" to ws-slug-candidate(ws-slug-candidate-length + 1:1)
                   add 1 to ws-slug-candidate-length
                   move ws-slug-suffix-text(1:ws-slug-suffix-length)
                       to ws-slug-candidate(ws-slug-candidate-length + 1:
                           ws-slug-suffix-length)
                   add ws-slug-suffix-length to ws-slug-candidate-length
               end-if
               move "N" to ws-slug-collision
               perform varying ws-bhd-i from ws-book-hd-first(ws-book-no) by 1
                       until ws-bhd-i >= ws-bhd-count
                   if ws-bhd-anchor-length(ws-bhd-i) = ws-slug-candidate-length
                           and ws-bhd-anchor(ws-bhd-i)(1:ws-slug-candidate-length)
                               = ws-slug-candidate(1:ws-slug-candidate-length)
                       move "Y" to ws-slug-collision
                       exit perform
                   end-if
               end-perform
               if ws-slug-collision = "Y"
                   add 1 to ws-slug-suffix
               end-if
           end-perform
           move ws-slug-candidate to ws-slug-text
           move ws-slug-candidate-length to ws-slug-length.

       write-book-source.
           move 0 to ws-bk-out-line ws-bk-map-member ws-bk-map-line
           move 0 to ws-bk-next-member ws-bk-next-line
           compute ws-book-seg-first(ws-book-no) = ws-bseg-count + 1
           move 0 to ws-book-seg-count(ws-book-no)
           move ws-ctl-input(ws-ctl-index) to ws-book-path
           open output book-file
           if ws-book-status not = "00"
               move "Y" to ws-bk-failed
               move spaces to ws-bk-reason
               string "cannot write book source (status "
                       delimited by size
                   ws-book-status delimited by size
                   ")" delimited by size
                   into ws-bk-reason
               end-string
               exit paragraph
           end-if
           move "---" to book-record
           perform emit-book-record
           move spaces to book-record
           string "title: " delimited by size
               ws-book-title(ws-book-no)
                   (1:ws-book-title-length(ws-book-no)) delimited by size
               into book-record
           end-string
           perform emit-book-record
           if ws-bk-author-length > 0
               move spaces to book-record
               string "author: " delimited by size
                   ws-bk-author(1:ws-bk-author-length) delimited by size
                   into book-record
               end-string
               perform emit-book-record
           end-if
           move "---" to book-record
           perform emit-book-record
           perform varying ws-bmem-i from ws-book-mem-first(ws-book-no) by 1
                   until ws-bmem-i > ws-bmem-last
               perform write-book-member
           end-perform
           close book-file.

       write-book-member.
           perform build-book-chapter
           move ws-bmem-input(ws-bmem-i) to ws-input-path
           perform reset-conversion-state
           perform load-input-file
           perform collect-front-matter
           move ws-bmem-hd-first(ws-bmem-i) to ws-bhd-next
           move 0 to ws-bk-map-member ws-bk-map-line
           move spaces to book-record
           perform emit-book-record
           if ws-bmem-inserted(ws-bmem-i) = "Y"
               move ws-bmem-i to ws-bk-map-member
               move 1 to ws-bk-map-line
               move spaces to book-record
               move ws-bhd-text(ws-bhd-next)(1:ws-bhd-text-length(ws-bhd-next))
                   to book-record
               perform emit-book-record
               move 0 to ws-bk-map-member ws-bk-map-line
               move spaces to book-record
               perform emit-book-record
               add 1 to ws-bhd-next
           end-if
           move "N" to ws-bk-fenced ws-bk-indented ws-bk-skip-next
           move "Y" to ws-bk-prev-blank
           perform varying ws-bk-l from 1 by 1
                   until ws-bk-l > ws-line-count
               perform write-book-member-line
           end-perform
           move 0 to ws-line-index.

       write-book-member-line.
           if ws-bk-skip-next = "Y"
               move "N" to ws-bk-skip-next
               exit paragraph
           end-if
           if ws-fm-end > 0 and ws-bk-l <= ws-fm-end
               and (ws-has-title = "Y" or ws-has-author = "Y")
               exit paragraph
           end-if
           move ws-bmem-i to ws-bk-map-member
           move ws-line-origin(ws-bk-l) to ws-bk-map-line
           move ws-line-text(ws-bk-l) to ws-bk-line
           move ws-line-length(ws-bk-l) to ws-bk-line-length
           move ws-bk-line to ws-inner-line
           move ws-bk-line-length to ws-next-length
           perform strip-blockquote-markers
           perform detect-fence-line
           if ws-is-fence = "Y"
               if ws-bk-fenced = "Y"
                   move "N" to ws-bk-fenced
               else
                   move "Y" to ws-bk-fenced
               end-if
               perform write-book-verbatim
               exit paragraph
           end-if
           if ws-bk-fenced = "Y"
               perform write-book-verbatim
               exit paragraph
           end-if
           if ws-bk-line-length = 0
               move "Y" to ws-bk-prev-blank
               perform write-book-verbatim
               exit paragraph
           end-if
           perform count-leading-spaces
           if ws-indent >= 4
               and (ws-bk-indented = "Y" or ws-bk-prev-blank = "Y")
               move "Y" to ws-bk-indented
               move "N" to ws-bk-prev-blank
               perform write-book-verbatim
               exit paragraph
           end-if
           move "N" to ws-bk-indented
           move "N" to ws-bk-prev-blank
           if ws-bhd-next <= ws-bmem-hd-first(ws-bmem-i)
                   + ws-bmem-hd-count(ws-bmem-i) - 1
               and ws-bhd-line(ws-bhd-next) = ws-bk-l
               if ws-bhd-kind(ws-bhd-next) not = "Q"
                   move spaces to book-record
                   move ws-bhd-text(ws-bhd-next)(1:ws-bhd-text-length(ws-bhd-next))
                       to book-record
                   perform emit-book-record
                   if ws-bhd-kind(ws-bhd-next) = "S"
                       move "Y" to ws-bk-skip-next
                   end-if
                   add 1 to ws-bhd-next
                   exit paragraph
               end-if
               add 1 to ws-bhd-next
           end-if
           perform rewrite-book-line
           move spaces to book-record
           if ws-bk-out-length > 2048
               move 2048 to ws-bk-out-length
           end-if
           if ws-bk-out-length > 0
               move ws-bk-out(1:ws-bk-out-length) to book-record
           end-if
           perform emit-book-record.

       write-book-verbatim.
           move spaces to book-record
           if ws-bk-line-length > 0
               move ws-bk-line(1:ws-bk-line-length) to book-record
           end-if
           perform emit-book-record.

       emit-book-record.
           write book-record
           add 1 to ws-bk-out-line
           if ws-bk-map-member not = ws-bk-next-member
               or ws-bk-map-line not = ws-bk-next-line
               or ws-book-seg-count(ws-book-no) = 0
               perform add-book-segment
           end-if
           move ws-bk-map-member to ws-bk-next-member
           move 0 to ws-bk-next-line
           if ws-bk-map-member > 0
               compute ws-bk-next-line = ws-bk-map-line + 1
           end-if.

       add-book-segment.
           if ws-bseg-count >= 3000
               if ws-bseg-overflow not = "Y"
                   move "Y" to ws-bseg-overflow
                   move "Y" to ws-run-flagged
                   display "cobdown: warning: book line map full - "
                       "later book lines are reported against the book"
               end-if
               exit paragraph
           end-if
           add 1 to ws-bseg-count
           move ws-bk-out-line to ws-bseg-book-line(ws-bseg-count)
           move ws-bk-map-member to ws-bseg-member(ws-bseg-count)
           move ws-bk-map-line to ws-bseg-line(ws-bseg-count)
           add 1 to ws-book-seg-count(ws-book-no).

       locate-report-source.
           move ws-input-path to ws-bk-rpt-path
           if ws-batch-mode = "Y" and ws-ctl-index > 0
               and ws-ctl-index <= ws-ctl-count
               if ws-ctl-book(ws-ctl-index) > 0
                   perform map-book-source-line
               end-if
           end-if.

       map-book-source-line.
           move ws-ctl-book(ws-ctl-index) to ws-bk-src-book
           move 0 to ws-bk-seg
           compute ws-bseg-last = ws-book-seg-first(ws-bk-src-book)
               + ws-book-seg-count(ws-bk-src-book) - 1
           perform varying ws-bseg-i from ws-book-seg-first(ws-bk-src-book)
                   by 1 until ws-bseg-i > ws-bseg-last
               if ws-bseg-book-line(ws-bseg-i) > ws-bk-rpt-line
                   exit perform
               end-if
               move ws-bseg-i to ws-bk-seg
           end-perform
           if ws-bk-seg = 0
               exit paragraph
           end-if
           if ws-bseg-member(ws-bk-seg) = 0
               move ws-control-path to ws-bk-rpt-path
               move 0 to ws-bk-rpt-line
           else
               move ws-bseg-member(ws-bk-seg) to ws-bk-src-mem
               move ws-bmem-input(ws-bk-src-mem) to ws-bk-rpt-path
               compute ws-bk-rpt-line = ws-bseg-line(ws-bk-seg)
                   + ws-bk-rpt-line - ws-bseg-book-line(ws-bk-seg)
           end-if.

       rewrite-book-line.
           move spaces to ws-bk-out
           move 0 to ws-bk-out-length
           perform find-book-refdef-url
           move 1 to ws-bk-pos
           perform until ws-bk-pos > ws-bk-line-length
               move "N" to ws-bk-handled
               if ws-bk-pos = ws-bk-ref-url
                   perform rewrite-book-refdef-url
               end-if
               if ws-bk-handled = "N" and ws-bk-line(ws-bk-pos:1) = "`"
                   perform copy-book-code-span
               end-if
               if ws-bk-handled = "N" and ws-bk-pos < ws-bk-line-length
                   and ws-bk-line(ws-bk-pos:2) = "[^"
                   perform rewrite-book-footnote
               end-if
               if ws-bk-handled = "N" and ws-bk-pos < ws-bk-line-length
                   and ws-bk-line(ws-bk-pos:2) = "]("
                   perform rewrite-book-inline-link
               end-if
               if ws-bk-handled = "N"
                   move ws-bk-line(ws-bk-pos:1) to ws-bk-raw
                   move 1 to ws-bk-raw-length
                   perform append-book-out
                   add 1 to ws-bk-pos
               end-if
           end-perform.

       append-book-out.
           if ws-bk-raw-length = 0
               exit paragraph
           end-if
           if ws-bk-out-length + ws-bk-raw-length > 4096
               exit paragraph
           end-if
           move ws-bk-raw(1:ws-bk-raw-length)
               to ws-bk-out(ws-bk-out-length + 1:ws-bk-raw-length)
           add ws-bk-raw-length to ws-bk-out-length.

       find-book-refdef-url.
           move 0 to ws-bk-ref-url
           move 1 to ws-bk-scan
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-scan > 4
               or ws-bk-line(ws-bk-scan:1) not = space
               add 1 to ws-bk-scan
           end-perform
           if ws-bk-scan >= ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) not = "["
               or ws-bk-line(ws-bk-scan + 1:1) = "^"
               exit paragraph
           end-if
           perform until ws-bk-scan >= ws-bk-line-length
               if ws-bk-line(ws-bk-scan:2) = "]:"
                   exit perform
               end-if
               if ws-bk-line(ws-bk-scan:1) = "]"
                   exit paragraph
               end-if
               add 1 to ws-bk-scan
           end-perform
           if ws-bk-scan >= ws-bk-line-length
               exit paragraph
           end-if
           add 2 to ws-bk-scan
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) not = space
               add 1 to ws-bk-scan
           end-perform
           if ws-bk-scan <= ws-bk-line-length
               move ws-bk-scan to ws-bk-ref-url
           end-if.

       rewrite-book-refdef-url.
           move ws-bk-pos to ws-bk-scan
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) = space
               add 1 to ws-bk-scan
           end-perform
           perform take-book-url.

       rewrite-book-inline-link.
           move "](" to ws-bk-raw
           move 2 to ws-bk-raw-length
           perform append-book-out
           add 2 to ws-bk-pos
           move ws-bk-pos to ws-bk-scan
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) = space
               or ws-bk-line(ws-bk-scan:1) = ")"
               add 1 to ws-bk-scan
           end-perform
           perform take-book-url.

       take-book-url.
           move "Y" to ws-bk-handled
           move ws-bk-scan to ws-bk-end
           move spaces to ws-bk-url
           compute ws-bk-url-length = ws-bk-scan - ws-bk-pos
           if ws-bk-url-length > 1024
               move 1024 to ws-bk-url-length
           end-if
           if ws-bk-url-length > 0
               move ws-bk-line(ws-bk-pos:ws-bk-url-length) to ws-bk-url
               perform resolve-book-link
               move ws-bk-url(1:ws-bk-url-length) to ws-bk-raw
               move ws-bk-url-length to ws-bk-raw-length
               perform append-book-out
           end-if
           move ws-bk-end to ws-bk-pos.

       copy-book-code-span.
           move "Y" to ws-bk-handled
           move ws-bk-pos to ws-bk-scan
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) not = "`"
               add 1 to ws-bk-scan
           end-perform
           compute ws-bk-run = ws-bk-scan - ws-bk-pos
           move 0 to ws-bk-end
           perform until ws-bk-scan > ws-bk-line-length
               if ws-bk-line(ws-bk-scan:1) = "`"
                   move 0 to ws-bk-count
                   perform until ws-bk-scan > ws-bk-line-length
                       or ws-bk-line(ws-bk-scan:1) not = "`"
                       add 1 to ws-bk-count
                       add 1 to ws-bk-scan
                   end-perform
                   if ws-bk-count = ws-bk-run
                       compute ws-bk-end = ws-bk-scan - 1
                       exit perform
                   end-if
               else
                   add 1 to ws-bk-scan
               end-if
           end-perform
           if ws-bk-end = 0
               compute ws-bk-end = ws-bk-pos + ws-bk-run - 1
           end-if
           compute ws-bk-raw-length = ws-bk-end - ws-bk-pos + 1
           move ws-bk-line(ws-bk-pos:ws-bk-raw-length) to ws-bk-raw
           perform append-book-out
           compute ws-bk-pos = ws-bk-end + 1.

       rewrite-book-footnote.
           compute ws-bk-scan = ws-bk-pos + 2
           perform until ws-bk-scan > ws-bk-line-length
               or ws-bk-line(ws-bk-scan:1) = "]"
               add 1 to ws-bk-scan
           end-perform
           if ws-bk-scan > ws-bk-line-length
               or ws-bk-scan = ws-bk-pos + 2
               exit paragraph
           end-if
           move "Y" to ws-bk-handled
           move spaces to ws-bk-raw
           string "[^" delimited by size
               ws-bk-chap-text(1:ws-bk-chap-length) delimited by size
               "-" delimited by size
               ws-bk-line(ws-bk-pos + 2:ws-bk-scan - ws-bk-pos - 2)
                   delimited by size
               "]" delimited by size
               into ws-bk-raw
           end-string
           compute ws-bk-raw-length
               = ws-bk-scan - ws-bk-pos + 2 + ws-bk-chap-length
           perform append-book-out
           compute ws-bk-pos = ws-bk-scan + 1.

       resolve-book-link.
           move 0 to ws-bk-target
           if ws-bk-url(1:1) = "#"
               move spaces to ws-bk-frag
               move 0 to ws-bk-frag-length
               if ws-bk-url-length > 1
                   compute ws-bk-frag-length = ws-bk-url-length - 1
                   if ws-bk-frag-length > 128
                       move 128 to ws-bk-frag-length
                   end-if
                   move ws-bk-url(2:ws-bk-frag-length) to ws-bk-frag
               end-if
               move ws-bmem-i to ws-bk-target
               perform find-book-anchor
               if ws-bk-found > 0
                   perform set-book-link-anchor
               end-if
               exit paragraph
           end-if
           move 0 to ws-bk-slash
           move ws-bk-url-length to ws-bk-path-length
           perform varying ws-bk-scan from 1 by 1
                   until ws-bk-scan > ws-bk-url-length
               if ws-bk-url(ws-bk-scan:1) = ":"
                   exit paragraph
               end-if
               if ws-bk-url(ws-bk-scan:1) = "/" or "?"
                   exit perform
               end-if
               if ws-bk-url(ws-bk-scan:1) = "#"
                   exit perform
               end-if
           end-perform
           move spaces to ws-bk-frag
           move 0 to ws-bk-frag-length
           perform varying ws-bk-scan from 1 by 1
                   until ws-bk-scan > ws-bk-url-length
               if ws-bk-url(ws-bk-scan:1) = "#"
                   compute ws-bk-path-length = ws-bk-scan - 1
                   if ws-bk-scan < ws-bk-url-length
                       compute ws-bk-frag-length
                           = ws-bk-url-length - ws-bk-scan
                       if ws-bk-frag-length > 128
                           move 128 to ws-bk-frag-length
                       end-if
                       move ws-bk-url(ws-bk-scan + 1:ws-bk-frag-length)
                           to ws-bk-frag
                   end-if
                   exit perform
               end-if
               if ws-bk-url(ws-bk-scan:1) = "/"
                   move ws-bk-scan to ws-bk-slash
               end-if
           end-perform
           if ws-bk-path-length <= ws-bk-slash
               exit paragraph
           end-if
           move spaces to ws-bk-base
           compute ws-bk-base-length = ws-bk-path-length - ws-bk-slash
           if ws-bk-base-length > 256
               exit paragraph
           end-if
           move spaces to ws-nav-base
           move ws-bk-url(ws-bk-slash + 1:ws-bk-base-length) to ws-nav-base
           move ws-bk-base-length to ws-nav-base-length
           perform strip-nav-extension
           move ws-nav-base to ws-bk-base
           move ws-nav-base-length to ws-bk-base-length
           perform find-book-link-member
           if ws-bk-target = 0
               exit paragraph
           end-if
           if ws-bk-frag-length = 0
               move ws-bmem-hd-first(ws-bk-target) to ws-bk-found
               if ws-bmem-hd-count(ws-bk-target) > 0
                   perform set-book-link-anchor
               end-if
               exit paragraph
           end-if
           perform find-book-anchor
           if ws-bk-found > 0
               perform set-book-link-anchor
           else
               move spaces to ws-bk-url
               move "#" to ws-bk-url(1:1)
               move ws-bk-frag(1:ws-bk-frag-length)
                   to ws-bk-url(2:ws-bk-frag-length)
               compute ws-bk-url-length = ws-bk-frag-length + 1
           end-if.

       find-book-link-member.
           move 0 to ws-bk-target
           perform varying ws-bmem-j from ws-book-mem-first(ws-book-no) by 1
                   until ws-bmem-j > ws-bmem-last
               move ws-bmem-input(ws-bmem-j) to ws-nav-base
               perform get-path-basename
               perform strip-nav-extension
               if ws-nav-base-length = ws-bk-base-length
                   and ws-nav-base(1:ws-nav-base-length)
                       = ws-bk-base(1:ws-bk-base-length)
                   move ws-bmem-j to ws-bk-target
                   exit perform
               end-if
               perform varying ws-m from 1 by 1 until ws-m > ws-ctl-count
                   if ws-ctl-book(ws-m) = 0
                       and ws-ctl-input(ws-m) = ws-bmem-input(ws-bmem-j)
                       move ws-ctl-output(ws-m) to ws-nav-base
                       perform get-path-basename
                       perform strip-nav-extension
                       if ws-nav-base-length = ws-bk-base-length
                           and ws-nav-base(1:ws-nav-base-length)
                               = ws-bk-base(1:ws-bk-base-length)
                           move ws-bmem-j to ws-bk-target
                           exit perform
                       end-if
                   end-if
               end-perform
               if ws-bk-target > 0
                   exit perform
               end-if
           end-perform.

       strip-nav-extension.
           perform varying ws-nav-i from ws-nav-base-length by -1
                   until ws-nav-i < 2
               if ws-nav-base(ws-nav-i:1) = "."
                   compute ws-nav-base-length = ws-nav-i - 1
                   move spaces to ws-nav-base(ws-nav-i:)
                   exit perform
               end-if
           end-perform.

       find-book-anchor.
           move 0 to ws-bk-found
           if ws-bk-frag-length = 0
               exit paragraph
           end-if
           perform varying ws-bhd-i from ws-bmem-hd-first(ws-bk-target) by 1
                   until ws-bhd-i > ws-bmem-hd-first(ws-bk-target)
                       + ws-bmem-hd-count(ws-bk-target) - 1
               if ws-bhd-kind(ws-bhd-i) not = "I"
                   and ws-bhd-orig-length(ws-bhd-i) = ws-bk-frag-length
                   and ws-bhd-orig(ws-bhd-i)(1:ws-bk-frag-length)
                       = ws-bk-frag(1:ws-bk-frag-length)
                   move ws-bhd-i to ws-bk-found
                   exit perform
               end-if
           end-perform.

       set-book-link-anchor.
           if ws-bhd-anchor-length(ws-bk-found) = 0
               exit paragraph
           end-if
           move spaces to ws-bk-url
           move "#" to ws-bk-url(1:1)
           move ws-bhd-anchor(ws-bk-found)(1:ws-bhd-anchor-length(ws-bk-found))
               to ws-bk-url(2:ws-bhd-anchor-length(ws-bk-found))
           compute ws-bk-url-length = ws-bhd-anchor-length(ws-bk-found) + 1.

       validate-control-table.
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "P"
                   perform validate-one-control-record
               end-if
           end-perform.

       validate-one-control-record.
           if ws-ctl-output(ws-ctl-index) = spaces
               move "S" to ws-ctl-outcome(ws-ctl-index)
               move "blank output path" to ws-ctl-reason(ws-ctl-index)
               exit paragraph
           end-if
           if ws-ctl-input(ws-ctl-index) = ws-ctl-output(ws-ctl-index)
               move "S" to ws-ctl-outcome(ws-ctl-index)
               move "input and output are the same path"
                   to ws-ctl-reason(ws-ctl-index)
               exit paragraph
           end-if
           move "N" to ws-ctl-dup
           perform varying ws-m from 1 by 1 until ws-m >= ws-ctl-index
               if ws-ctl-outcome(ws-m) not = "S"
                   and ws-ctl-output(ws-m) = ws-ctl-output(ws-ctl-index)
                   move "Y" to ws-ctl-dup
                   exit perform
               end-if
           end-perform
           if ws-ctl-dup = "Y"
               move "S" to ws-ctl-outcome(ws-ctl-index)
               move "duplicate output path" to ws-ctl-reason(ws-ctl-index)
               exit paragraph
           end-if
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           open input markdown-input
           if ws-input-status = "00"
               close markdown-input
           else
               move "S" to ws-ctl-outcome(ws-ctl-index)
               move spaces to ws-ctl-reason(ws-ctl-index)
               string "input file not found (status "
                       delimited by size
                   ws-input-status delimited by size
                   ")" delimited by size
                   into ws-ctl-reason(ws-ctl-index)
               end-string
           end-if.

       run-one-control-record.
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           move ws-ctl-output(ws-ctl-index) to ws-output-path
           if ws-stage-mode = "Y"
               move ws-ctl-output(ws-ctl-index) to ws-stage-live-path
               move ws-stage-live-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-output-path
           end-if
           move ws-ctl-format(ws-ctl-index) to ws-out-format
           move "N" to ws-book-active
           if ws-ctl-book(ws-ctl-index) > 0
               move "Y" to ws-book-active
           end-if
           move spaces to ws-bk-limit
           perform start-timing-document
           perform run-one-conversion
           perform end-timing-document
           move "N" to ws-book-active
           if ws-doc-failed = "Y"
               move "F" to ws-ctl-outcome(ws-ctl-index)
               evaluate true
                   when ws-bk-limit not = spaces
                       move ws-bk-limit to ws-ctl-reason(ws-ctl-index)
                   when ws-term-blocked = "Y"
                       move "blocked term - see terminology report"
                           to ws-ctl-reason(ws-ctl-index)
                       perform withdraw-blocked-output
                   when other
                       move "conversion failed - see run log"
                           to ws-ctl-reason(ws-ctl-index)
               end-evaluate
           else
               move "C" to ws-ctl-outcome(ws-ctl-index)
               if ws-has-title = "Y" and ws-doc-title-length > 0
                   move spaces to ws-ctl-title(ws-ctl-index)
                   move ws-doc-title(1:ws-doc-title-length)
                       to ws-ctl-title(ws-ctl-index)
                           (1:ws-doc-title-length)
                   move ws-doc-title-length
                       to ws-ctl-title-length(ws-ctl-index)
               end-if
               if ws-stage-mode = "Y" and ws-part-count <= 1
                   move ws-output-path to ws-pub-staged
                   move ws-stage-live-path to ws-pub-live
                   perform add-publish-pair
               end-if
               perform capture-catalog-fields
               perform update-manifest-entry
               perform advance-checkpoint
           end-if.

       advance-checkpoint.
           if ws-stage-mode = "Y"
               exit paragraph
           end-if
           move "Y" to ws-chkpt-clean
           perform varying ws-m from 1 by 1 until ws-m > ws-ctl-index
               if ws-ctl-outcome(ws-m) = "F"
                   move "N" to ws-chkpt-clean
                   exit perform
               end-if
           end-perform
           if ws-chkpt-clean = "Y"
               perform write-checkpoint
           end-if.

       write-reconciliation-report.
           open output recon-report
           if ws-recon-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: could not open reconciliation "
                   "report (file status " ws-recon-status ")"
               exit paragraph
           end-if
           move 0 to ws-sum-converted ws-sum-skipped ws-sum-unchanged
               ws-sum-failed ws-sum-reference
           move "cobdown batch reconciliation report" to ws-recon-line
           perform emit-recon-line
           move ws-control-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-recon-line
           string "control file: " delimited by size
               ws-control-path(1:ws-calc-length) delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move spaces to ws-recon-line
           perform emit-recon-line
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               perform write-one-recon-line
           end-perform
           move spaces to ws-recon-line
           perform emit-recon-line
           compute ws-recon-count = ws-ctl-count - ws-sum-reference
           move spaces to ws-recon-line
           string "records listed....: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line
           move ws-sum-converted to ws-recon-count
           move spaces to ws-recon-line
               into ws-recon-line
           end-string
           perform emit-recon-line
           perform write-recon-retirement
           close recon-report
           if ws-stage-mode = "Y"
               move ws-recon-path to ws-pub-staged
           end-if.

       write-catalog-file.
           perform save-previous-catalog
           open output catalog-file
           if ws-catalog-status not = "00"
               move "Y" to ws-run-flagged
           display "cobdown: catalog written to "
               ws-catalog-path(1:ws-calc-length).

       save-previous-catalog.
           if ws-ptn-no > 0
               exit paragraph
           end-if
           if ws-stage-mode = "Y"
               move ws-catalog-path to ws-nav-base
               perform get-path-basename
               move spaces to ws-pub-in-path
               if ws-nav-base-length > 0
                   move ws-nav-base(1:ws-nav-base-length)
                       to ws-pub-in-path(1:ws-nav-base-length)
               end-if
               move ws-catalog-prev-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-pub-out-path
           else
               move ws-catalog-path to ws-pub-in-path
               move ws-catalog-prev-path to ws-pub-out-path
           end-if
           open input publish-in
           if ws-pub-in-status not = "00"
               exit paragraph
           end-if
           open output publish-out
           if ws-pub-out-status not = "00"
               close publish-in
               move "Y" to ws-run-flagged
               display "cobdown: warning: could not save previous catalog "
                   "(file status " ws-pub-out-status ")"
               exit paragraph
           end-if
           move "N" to ws-pub-eof
           perform until ws-pub-eof = "Y"
               read publish-in
                   at end
                       move "Y" to ws-pub-eof
                   not at end
                       move publish-in-record to publish-out-record
                       write publish-out-record
               end-read
           end-perform
           close publish-in
           close publish-out
           if ws-stage-mode = "Y"
               move ws-pub-out-path to ws-pub-staged
               perform add-report-publish-pair
           end-if.

       write-one-catalog-record.
           if ws-ctl-outcome(ws-ctl-index) = "R"
               exit paragraph
           end-if
           move ws-ctl-index to ws-cat-seq
           evaluate ws-ctl-outcome(ws-ctl-index)
               when "C"
           write catalog-record.

       write-one-recon-line.
           if ws-ctl-outcome(ws-ctl-index) = "R"
               add 1 to ws-sum-reference
               exit paragraph
           end-if
           evaluate ws-ctl-outcome(ws-ctl-index)
               when "C"
                   move "converted" to ws-recon-word
           write recon-record.

       run-one-conversion.
           move "N" to ws-term-blocked ws-term-warned
           move 0 to ws-cat-src-lines ws-cat-out-lines
           move "N" to ws-cat-trunc ws-cat-warn
           move spaces to ws-cat-author ws-cat-outline
           move 0 to ws-cat-author-length ws-cat-outline-length
           perform plan-document-parts
           if ws-bk-limit not = spaces
               perform fail-book-limit
               exit paragraph
           end-if
           if ws-part-count <= 1
               move 0 to ws-part-number
               perform convert-one-document
               exit paragraph
           end-if
           perform collect-part-headings
           if ws-term-blocked = "Y"
               perform fail-blocked-document
           end-if
           if ws-doc-failed = "Y"
               exit paragraph
           end-if
           if ws-part-total-lines <= ws-part-limit
               exit paragraph
           end-if
           if ws-book-active = "Y"
               move "book exceeds the 4000-line table" to ws-bk-limit
               exit paragraph
           end-if
           perform plan-part-boundaries
           if ws-part-quiet not = "Y"
               move ws-part-count to ws-part-i
               perform collect-footnote-definitions
               perform collect-reference-definitions
               perform collect-headings
               perform check-document-terms
               perform append-part-toc-entries
           end-perform
           move "N" to ws-qual-mute.
           perform collect-footnote-definitions
           perform collect-reference-definitions
           perform collect-headings
           if ws-bk-limit not = spaces
               perform fail-book-limit
               exit paragraph
           end-if
           if ws-part-count <= 1
               perform check-document-terms
               if ws-term-blocked = "Y"
                   perform fail-blocked-document
                   exit paragraph
               end-if
           end-if
           if ws-term-warned = "Y"
               move "Y" to ws-doc-flagged
           end-if
           perform store-site-anchors
           evaluate ws-out-format
               when "T"
           move 0 to ws-dls-count
           perform reset-list-stack.

       check-document-terms.
           if ws-term-count = 0
               exit paragraph
           end-if
           if ws-part-number <= 1 and ws-has-title = "Y"
               and ws-doc-title-length > 0
               move spaces to ws-term-raw
               move ws-doc-title(1:ws-doc-title-length)
                   to ws-term-raw(1:ws-doc-title-length)
               move ws-doc-title-length to ws-term-length
               move 1 to ws-term-origin
               perform check-term-text
           end-if
           move "N" to ws-term-fenced ws-term-indented
           perform varying ws-line-index from 1 by 1
                   until ws-line-index > ws-line-count
               move ws-line-text(ws-line-index) to ws-inner-line
               move ws-line-length(ws-line-index) to ws-next-length
               perform detect-fence-line
               if ws-is-fence = "Y"
                   if ws-term-fenced = "Y"
                       move "N" to ws-term-fenced
                   else
                       move "Y" to ws-term-fenced
                   end-if
               else
                   if ws-term-fenced not = "Y"
                       perform check-one-term-line
                   end-if
               end-if
           end-perform
           move 0 to ws-line-index.

       check-one-term-line.
           if ws-next-length = 0
               exit paragraph
           end-if
           perform count-leading-spaces
           if ws-term-indented = "Y"
               if ws-indent >= 4
                   exit paragraph
               end-if
               move "N" to ws-term-indented
           else
               if ws-indent >= 4
                   move "Y" to ws-term-indented
                   exit paragraph
               end-if
           end-if
           move ws-inner-line to ws-term-raw
           move ws-next-length to ws-term-length
           move ws-line-origin(ws-line-index) to ws-term-origin
           perform check-term-text.

       check-term-text.
           move ws-term-raw to ws-term-text
           move 1 to ws-term-i
           perform until ws-term-i > ws-term-length
               move ws-term-text(ws-term-i:1) to ws-char
               evaluate true
                   when ws-char = "`"
                       perform mask-term-code-span
                   when ws-char = "]" and ws-term-i < ws-term-length
                       and ws-term-text(ws-term-i + 1:1) = "("
                       add 1 to ws-term-i
                       move ")" to ws-term-close
                       perform mask-term-to-close
                   when ws-char = "<"
                       move ">" to ws-term-close
                       perform mask-term-to-close
                   when other
                       add 1 to ws-term-i
               end-evaluate
           end-perform
           inspect ws-term-text(1:ws-term-length)
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           perform varying ws-term-t from 1 by 1
                   until ws-term-t > ws-term-count
               if ws-term-word-length(ws-term-t) <= ws-term-length
                   move 0 to ws-term-tally
                   inspect ws-term-text(1:ws-term-length)
                       tallying ws-term-tally for all
                       ws-term-word(ws-term-t)
                           (1:ws-term-word-length(ws-term-t))
                   if ws-term-tally > 0
                       perform find-term-hits
                   end-if
               end-if
           end-perform.

       mask-term-code-span.
           move 0 to ws-term-run
           perform varying ws-term-j from ws-term-i by 1
                   until ws-term-j > ws-term-length
               if ws-term-text(ws-term-j:1) not = "`"
                   exit perform
               end-if
               add 1 to ws-term-run
           end-perform
           move 0 to ws-term-pos
           perform varying ws-term-j from ws-term-j by 1
                   until ws-term-j + ws-term-run - 1 > ws-term-length
               if ws-term-text(ws-term-j:ws-term-run)
                   = ws-term-raw(ws-term-i:ws-term-run)
                   and (ws-term-j + ws-term-run > ws-term-length
                       or ws-term-text(ws-term-j + ws-term-run:1)
                           not = "`")
                   move ws-term-j to ws-term-pos
                   exit perform
               end-if
           end-perform
           if ws-term-pos = 0
               add ws-term-run to ws-term-i
               exit paragraph
           end-if
           compute ws-term-last = ws-term-pos + ws-term-run - 1
           move spaces to ws-term-text(ws-term-i:
               ws-term-last - ws-term-i + 1)
           compute ws-term-i = ws-term-last + 1.

       mask-term-to-close.
           move 0 to ws-term-pos
           perform varying ws-term-j from ws-term-i by 1
                   until ws-term-j > ws-term-length
               if ws-term-text(ws-term-j:1) = ws-term-close
                   move ws-term-j to ws-term-pos
                   exit perform
               end-if
           end-perform
           if ws-term-pos = 0
               add 1 to ws-term-i
               exit paragraph
           end-if
           move spaces to ws-term-text(ws-term-i:
               ws-term-pos - ws-term-i + 1)
           compute ws-term-i = ws-term-pos + 1.

       find-term-hits.
           compute ws-term-last = ws-term-length
               - ws-term-word-length(ws-term-t) + 1
           perform varying ws-term-pos from 1 by 1
                   until ws-term-pos > ws-term-last
               if ws-term-text(ws-term-pos:ws-term-word-length(ws-term-t))
                   = ws-term-word(ws-term-t)
                       (1:ws-term-word-length(ws-term-t))
                   perform check-term-boundaries
                   if ws-term-bounded = "Y"
                       perform write-terms-line
                   end-if
               end-if
           end-perform.

       check-term-boundaries.
           move "Y" to ws-term-bounded
           if ws-term-pos > 1
               move ws-term-text(ws-term-pos - 1:1) to ws-char
               if (ws-char >= "a" and ws-char <= "z")
                   or (ws-char >= "0" and ws-char <= "9")
                   move "N" to ws-term-bounded
               end-if
           end-if
           compute ws-term-j = ws-term-pos + ws-term-word-length(ws-term-t)
           if ws-term-j <= ws-term-length
               move ws-term-text(ws-term-j:1) to ws-char
               if (ws-char >= "a" and ws-char <= "z")
                   or (ws-char >= "0" and ws-char <= "9")
                   move "N" to ws-term-bounded
               end-if
           end-if.

       write-terms-line.
           if ws-term-severity(ws-term-t) = "B"
               move "Y" to ws-term-blocked
           else
               move "Y" to ws-term-warned
           end-if
           move "Y" to ws-run-flagged
           add 1 to ws-terms-hits
           if ws-terms-rpt-open not = "Y"
               exit paragraph
           end-if
           move ws-term-origin to ws-bk-rpt-line
           perform locate-report-source
           move ws-bk-rpt-line to ws-term-origin
           move ws-bk-rpt-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-term-rpt-line
           move 0 to ws-term-rpt-j
           if ws-calc-length > 0
               move ws-bk-rpt-path(1:ws-calc-length)
                   to ws-term-rpt-line(1:ws-calc-length)
               move ws-calc-length to ws-term-rpt-j
           end-if
           move "," to ws-term-rpt-line(ws-term-rpt-j + 1:1)
           add 1 to ws-term-rpt-j
           move ws-term-origin to ws-term-rpt-line(ws-term-rpt-j + 1:6)
           add 6 to ws-term-rpt-j
           move "," to ws-term-rpt-line(ws-term-rpt-j + 1:1)
           add 1 to ws-term-rpt-j
           move ws-term-raw(ws-term-pos:ws-term-word-length(ws-term-t))
               to ws-term-rpt-line(ws-term-rpt-j + 1:
                   ws-term-word-length(ws-term-t))
           add ws-term-word-length(ws-term-t) to ws-term-rpt-j
           move "," to ws-term-rpt-line(ws-term-rpt-j + 1:1)
           add 1 to ws-term-rpt-j
           if ws-term-replacement-length(ws-term-t) > 0
               move ws-term-replacement(ws-term-t)
                   (1:ws-term-replacement-length(ws-term-t))
                   to ws-term-rpt-line(ws-term-rpt-j + 1:
                       ws-term-replacement-length(ws-term-t))
               add ws-term-replacement-length(ws-term-t) to ws-term-rpt-j
           end-if
           move "," to ws-term-rpt-line(ws-term-rpt-j + 1:1)
           add 1 to ws-term-rpt-j
           if ws-term-severity(ws-term-t) = "B"
               move "block" to ws-term-rpt-line(ws-term-rpt-j + 1:5)
           else
               move "warn" to ws-term-rpt-line(ws-term-rpt-j + 1:4)
           end-if
           move ws-term-rpt-line to terms-report-record
           write terms-report-record.

       fail-book-limit.
           move "Y" to ws-doc-failed
           move "Y" to ws-run-flagged
           move ws-bk-limit to ws-calc-text
           move 64 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-k
           move ws-output-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: " ws-bk-limit(1:ws-k) " - "
               ws-output-path(1:ws-calc-length) " not converted; "
               "split the book into smaller books".

       fail-blocked-document.
           move "Y" to ws-doc-failed
           move "Y" to ws-run-flagged
           move ws-input-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: blocked term(s) in "
               ws-input-path(1:ws-calc-length)
               " - document not converted".

       collect-footnote-definitions.
           move 0 to ws-fn-count
           move "N" to ws-def-scan-fenced
               exit paragraph
           end-if
           if ws-fn-count >= 100
               if ws-book-active = "Y"
                   move "book exceeds the 100-footnote table" to ws-bk-limit
               end-if
               exit paragraph
           end-if
           add 1 to ws-fn-count
           end-if.

       register-heading.
           if ws-heading-count >= 200 and ws-book-active = "Y"
               move "book exceeds the 200-heading table" to ws-bk-limit
           end-if
           if ws-heading-count < 200
               move ws-item-text to ws-calc-text
               move 2048 to ws-calc-max
                   end-if
                   move ws-heading-level to ws-qual-prev-level
                   move ws-heading-level to ws-heading-toc-level(ws-heading-count)
                   move ws-line-index to ws-heading-line(ws-heading-count)
                   move ws-item-text to ws-source-text
                   move ws-calc-length to ws-source-length
                   perform convert-inline
               end-if
           else
               if ws-heading-count > ws-toc-threshold
                   or (ws-book-active = "Y" and ws-heading-count > 0)
                   perform emit-table-of-contents
               end-if
           end-if
               move spaces to ws-output-line
               perform emit-line
           end-if
           if ws-book-active = "Y" and ws-part-count <= 1
               and ws-heading-count > 0
               perform emit-text-book-contents
           end-if
           perform emit-document-body
           close html-output
           perform report-conversion-summary
           perform report-line-count-warning.

       emit-text-book-contents.
           move "CONTENTS" to ws-output-line
           perform emit-line
           move "--------" to ws-output-line
           perform emit-line
           perform varying ws-bk-h from 1 by 1
                   until ws-bk-h > ws-heading-count
               if ws-heading-toc-level(ws-bk-h) <= 3
                   move spaces to ws-output-line
                   compute ws-bk-indent
                       = (ws-heading-toc-level(ws-bk-h) - 1) * 2 + 1
                   move ws-heading-toc-html(ws-bk-h)
                           (1:ws-heading-toc-length(ws-bk-h))
                       to ws-output-line(ws-bk-indent:)
                   perform emit-line
               end-if
           end-perform
           move spaces to ws-output-line
           perform emit-line.

       write-print-document.
           move "N" to ws-book-print
           if ws-book-active = "Y" and ws-part-count <= 1
               move "Y" to ws-book-print
               move ws-output-path to ws-bk-live-path
               move ws-book-scratch-path to ws-output-path
           end-if
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-doc-failed
           move "T" to ws-out-format
           move "Y" to ws-print-mode
           move 132 to ws-wrap-width
           move 0 to ws-print-page-base
           move 0 to ws-print-page-no
           move 0 to ws-print-line-no
           if ws-book-print = "Y"
               perform write-print-book
           else
               if ws-has-author = "Y" and ws-doc-author-length > 0
                   move spaces to ws-output-line
                   move ws-doc-author(1:ws-doc-author-length)
                       to ws-output-line
                   perform emit-line
                   move spaces to ws-output-line
                   perform emit-line
               end-if
               perform emit-document-body
               perform print-document-close
               close html-output
           end-if
           move "N" to ws-book-print
           move 0 to ws-print-page-base
           move "N" to ws-print-mode
           move "P" to ws-out-format
           move 72 to ws-wrap-width
           perform report-conversion-summary
           perform report-line-count-warning.

       write-print-book.
           move 0 to ws-bk-toc-lines
           perform varying ws-bk-h from 1 by 1
                   until ws-bk-h > ws-heading-count or ws-bk-h > 200
               move 0 to ws-bk-page(ws-bk-h)
               move spaces to ws-bk-hd-text(ws-bk-h)
               move 0 to ws-bk-hd-length(ws-bk-h)
               if ws-heading-toc-level(ws-bk-h) <= 3
                   add 1 to ws-bk-toc-lines
               end-if
           end-perform
           compute ws-bk-toc-pages = (ws-bk-toc-lines + 57) / 56
           compute ws-print-page-base = ws-bk-toc-pages + 1
           move ws-print-page-base to ws-print-page-no
           perform emit-document-body
           perform print-document-close
           close html-output
           move ws-bk-live-path to ws-output-path
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-doc-failed
               move "Y" to ws-run-flagged
               move ws-output-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: cannot open output "
                   ws-output-path(1:ws-calc-length)
                   " (file status " ws-output-status ") - skipping"
               exit paragraph
           end-if
           move 0 to ws-print-page-base
           move 0 to ws-print-page-no
           move 0 to ws-print-line-no
           perform varying ws-bk-l from 1 by 1 until ws-bk-l > 20
               move spaces to ws-output-line
               perform emit-line
           end-perform
           move spaces to ws-output-line
           if ws-print-title-length > 0
               compute ws-bk-indent = (132 - ws-print-title-length) / 2 + 1
               move ws-print-title(1:ws-print-title-length)
                   to ws-output-line(ws-bk-indent:ws-print-title-length)
           end-if
           perform emit-line
           move spaces to ws-output-line
           perform emit-line
           if ws-has-author = "Y" and ws-doc-author-length > 0
               move spaces to ws-output-line
               move ws-doc-author-length to ws-bk-count
               if ws-bk-count > 132
                   move 132 to ws-bk-count
               end-if
               compute ws-bk-indent = (132 - ws-bk-count) / 2 + 1
               move ws-doc-author(1:ws-bk-count)
                   to ws-output-line(ws-bk-indent:ws-bk-count)
               perform emit-line
           end-if
           move spaces to ws-output-line
           move ws-print-date to ws-output-line(62:10)
           perform emit-line
           perform print-page-break
           move "CONTENTS" to ws-output-line
           perform emit-line
           move spaces to ws-output-line
           perform emit-line
           perform varying ws-bk-h from 1 by 1
                   until ws-bk-h > ws-heading-count or ws-bk-h > 200
               if ws-heading-toc-level(ws-bk-h) <= 3
                   perform emit-print-book-contents-line
               end-if
           end-perform
           perform print-page-footer
           move ws-book-scratch-path to ws-book-path
           open input book-file
           if ws-book-status = "00"
               move "N" to ws-eof
               perform until ws-eof = "Y"
                   read book-file
                       at end
                           move "Y" to ws-eof
                       not at end
                           move spaces to html-record
                           move book-record(1:132) to html-record(1:132)
                           write html-record
                   end-read
               end-perform
               close book-file
           end-if
           open output book-file
           if ws-book-status = "00"
               close book-file
           end-if
           close html-output.

       emit-print-book-contents-line.
           move spaces to ws-output-line
           compute ws-bk-indent = (ws-heading-toc-level(ws-bk-h) - 1) * 2 + 1
           move ws-bk-hd-length(ws-bk-h) to ws-bk-count
           if ws-bk-count > 110
               move 110 to ws-bk-count
           end-if
           if ws-bk-count > 0
               move ws-bk-hd-text(ws-bk-h)(1:ws-bk-count)
                   to ws-output-line(ws-bk-indent:ws-bk-count)
           end-if
           compute ws-bk-pos = ws-bk-indent + ws-bk-count + 1
           perform until ws-bk-pos > 126
               move "." to ws-output-line(ws-bk-pos:1)
               add 1 to ws-bk-pos
           end-perform
           move ws-bk-page(ws-bk-h) to ws-print-page-text
           move ws-print-page-text to ws-output-line(128:4)
           perform emit-line.

       emit-print-line.
           if ws-print-page-no = ws-print-page-base
               or ws-print-line-no >= 56
               perform print-page-break
           end-if
           move spaces to ws-print-body
           add 1 to ws-print-line-no.

       print-page-break.
           if ws-print-page-no > ws-print-page-base
               perform print-page-footer
           end-if
           add 1 to ws-print-page-no
           perform print-page-header
           move 0 to ws-print-line-no.

       print-page-footer.
           perform print-fill-page
           move spaces to ws-print-body
           move "- continued -" to ws-print-body(60:13)
           move spaces to html-record
           move ws-print-body to html-record(1:132)
           write html-record
           add 1 to ws-output-line-count.

       print-page-header.
           move ws-print-page-no to ws-print-page-text
           move spaces to ws-print-header
           add 1 to ws-output-line-count.

       print-document-close.
           if ws-print-page-no = ws-print-page-base
               perform print-page-break
           end-if
           perform print-fill-page
           perform varying ws-nav-i from 1 by 1
                   until ws-nav-i >= ws-ctl-index
               if (ws-ctl-outcome(ws-nav-i) = "C"
                   or ws-ctl-outcome(ws-nav-i) = "U"
                   or ws-ctl-outcome(ws-nav-i) = "R")
                   and ws-ctl-format(ws-nav-i) not = "T"
                   and ws-ctl-format(ws-nav-i) not = "P"
                   move ws-nav-i to ws-nav-prev
           compute ws-nav-i = ws-ctl-index + 1
           perform until ws-nav-i > ws-ctl-count
               if (ws-ctl-outcome(ws-nav-i) = "P"
                   or ws-ctl-outcome(ws-nav-i) = "U"
                   or ws-ctl-outcome(ws-nav-i) = "R")
                   and ws-ctl-format(ws-nav-i) not = "T"
                   and ws-ctl-format(ws-nav-i) not = "P"
                   move ws-nav-i to ws-nav-next
           perform emit-line
           move "<ul>" to ws-output-line
           perform emit-line
           perform varying ws-ptoc-i from 1 by 1
                   until ws-ptoc-i > ws-ptoc-count
               perform emit-one-multipart-toc-entry
           end-perform
           move "</ul>" to ws-output-line
           perform emit-line
           move "</nav>" to ws-output-line
           perform emit-line.

       emit-one-multipart-toc-entry.
           move spaces to ws-nav-buffer
           move 0 to ws-nav-length
           move "<li class=""toc-level-" to ws-segment-text
           move 21 to ws-segment-length
           perform append-to-nav
           move ws-ptoc-level(ws-ptoc-i) to ws-segment-text(1:1)
           move 1 to ws-segment-length
           perform append-to-nav
           move """><a href=""" to ws-segment-text
           move 11 to ws-segment-length
           perform append-to-nav
           if ws-ptoc-part(ws-ptoc-i) not = 1
               move ws-ptoc-part(ws-ptoc-i) to ws-part-i
               perform append-part-file-name
           end-if
           move "#" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-nav
           move ws-ptoc-anchor(ws-ptoc-i)
               (1:ws-ptoc-anchor-length(ws-ptoc-i)) to ws-segment-text
           move ws-ptoc-anchor-length(ws-ptoc-i) to ws-segment-length
           perform append-to-nav
           move """>" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-nav
           if ws-ptoc-html-length(ws-ptoc-i) > 0
               move ws-ptoc-html(ws-ptoc-i)
                   (1:ws-ptoc-html-length(ws-ptoc-i))
                   to ws-segment-text
               move ws-ptoc-html-length(ws-ptoc-i)
                   to ws-segment-length
               perform append-to-nav
           end-if
           move "</a></li>" to ws-segment-text
           move 9 to ws-segment-length
           perform append-to-nav
           move ws-nav-buffer(1:ws-nav-length) to ws-output-line
           perform emit-line.

       write-site-index.
           move "H" to ws-out-format
           move 0 to ws-nav-i
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   move ws-ctl-index to ws-nav-i
                   exit perform
               end-if
           end-perform
           if ws-nav-i = 0
               exit paragraph
           end-if
           move ws-ctl-output(ws-nav-i) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move 0 to ws-index-dir-length
           perform varying ws-nav-i from ws-calc-length by -1
                   until ws-nav-i < 1
               if ws-calc-text(ws-nav-i:1) = "/"
                   move ws-nav-i to ws-index-dir-length
                   exit perform
               end-if
           end-perform
           move spaces to ws-index-path
           if ws-index-dir-length > 0
               move ws-calc-text(1:ws-index-dir-length)
                   to ws-index-path(1:ws-index-dir-length)
           end-if
           move "index.html"
               to ws-index-path(ws-index-dir-length + 1:10)
           if ws-stage-mode = "Y"
               move ws-index-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-index-path
           end-if
           move ws-index-path to ws-output-path
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot write site index "
                   "(file status " ws-output-status ")"
               exit paragraph
           end-if
           move "<!DOCTYPE html>" to ws-output-line
           perform emit-line
           move "<html>" to ws-output-line
           perform emit-line
           move "<head>" to ws-output-line
           perform emit-line
           move "<meta charset=""utf-8"">" to ws-output-line
           perform emit-line
           move "<title>Document Index</title>" to ws-output-line
           perform emit-line
           move "</head>" to ws-output-line
           perform emit-line
           move "<body>" to ws-output-line
           perform emit-line
           move "<h1>Document Index</h1>" to ws-output-line
           perform emit-line
           move "<p><a href=""search.html"">Search</a></p>"
               to ws-output-line
           perform emit-line
           move "<ul>" to ws-output-line
           perform emit-line
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   perform write-one-index-entry
               end-if
           end-perform
           move "</ul>" to ws-output-line
           perform emit-line
           move "</body>" to ws-output-line
           perform emit-line
           move "</html>" to ws-output-line
           perform emit-line
           close html-output
           if ws-stage-mode = "Y"
               move ws-index-path to ws-pub-staged
               perform add-publish-pair
           end-if
           move ws-index-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: site index written to "
               ws-index-path(1:ws-calc-length).

       write-one-index-entry.
           move spaces to ws-nav-buffer
           move 0 to ws-nav-length
           move "<li><a href=""" to ws-segment-text
           move 13 to ws-segment-length
           perform append-to-nav
           move ws-ctl-output(ws-ctl-index) to ws-nav-base
           perform append-nav-basename
           move """>" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-nav
           move ws-ctl-index to ws-nav-i
           perform append-nav-title
           move "</a></li>" to ws-segment-text
           move 9 to ws-segment-length
           perform append-to-nav
           move ws-nav-buffer(1:ws-nav-length) to ws-output-line
           perform emit-line.

       write-glossary-page.
           if ws-glo-count = 0
               exit paragraph
           end-if
           perform sort-glossary-entries
           move 0 to ws-nav-i
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   move ws-ctl-index to ws-nav-i
                   exit perform
               end-if
           end-perform
           if ws-nav-i = 0
               exit paragraph
           end-if
           move ws-ctl-output(ws-nav-i) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move 0 to ws-glo-dir-length
           perform varying ws-nav-i from ws-calc-length by -1
                   until ws-nav-i < 1
               if ws-calc-text(ws-nav-i:1) = "/"
                   move ws-nav-i to ws-glo-dir-length
                   exit perform
               end-if
           end-perform
           move spaces to ws-glo-path
           if ws-glo-dir-length > 0
               move ws-calc-text(1:ws-glo-dir-length)
                   to ws-glo-path(1:ws-glo-dir-length)
           end-if
           move "glossary.html"
               to ws-glo-path(ws-glo-dir-length + 1:13)
           if ws-stage-mode = "Y"
               move ws-glo-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-glo-path
           end-if
           move ws-glo-path to ws-output-path
           move "H" to ws-out-format
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot write glossary page "
                   "(file status " ws-output-status ")"
               exit paragraph
           end-if
           move "<!DOCTYPE html>" to ws-output-line
           perform emit-line
           move "<html>" to ws-output-line
           perform emit-line
           move "<head>" to ws-output-line
           perform emit-line
           move "<meta charset=""utf-8"">" to ws-output-line
           perform emit-line
           move "<title>Glossary</title>" to ws-output-line
           perform emit-line
           move "</head>" to ws-output-line
           perform emit-line
           move "<body>" to ws-output-line
           perform emit-line
           move "<h1>Glossary</h1>" to ws-output-line
           perform emit-line
           move "<ul>" to ws-output-line
           perform emit-line
           perform varying ws-glo-i from 1 by 1
                   until ws-glo-i > ws-glo-count
               perform write-one-glossary-entry
           end-perform
           move "</ul>" to ws-output-line
           perform emit-line
           move "</body>" to ws-output-line
           perform emit-line
           move "</html>" to ws-output-line
           perform emit-line
           close html-output
           if ws-stage-mode = "Y"
               move ws-glo-path to ws-pub-staged
               perform add-publish-pair
           end-if
           move ws-glo-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: glossary written to "
               ws-glo-path(1:ws-calc-length).

       write-glossary-data.
           move "cobdown-glossary" to ws-ptn-path
           perform apply-partition-suffix
           if ws-stage-mode = "Y"
               move ws-ptn-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-ptn-path
           end-if
           move ws-ptn-path to ws-search-path
           open output search-file
           if ws-search-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot write glossary data "
                   "(file status " ws-search-status ")"
               exit paragraph
           end-if
           perform varying ws-glo-i from 1 by 1
                   until ws-glo-i > ws-glo-count
               perform write-one-glossary-data
           end-perform
           close search-file
           if ws-stage-mode = "Y"
               move ws-search-path to ws-pub-staged
               perform add-report-publish-pair
           end-if
           move ws-search-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: glossary data written to "
               ws-search-path(1:ws-calc-length)
               " (" ws-glo-count " term(s))".

       write-one-glossary-data.
           move spaces to ws-ptn-glo-line
           move ws-glo-file(ws-glo-i)(1:ws-glo-file-length(ws-glo-i))
               to ws-ptn-glo-line
           move ws-glo-file-length(ws-glo-i) to ws-ptn-glo-length
           move "|" to ws-ptn-glo-line(ws-ptn-glo-length + 1:1)
           add 1 to ws-ptn-glo-length
           move ws-glo-anchor(ws-glo-i)(1:ws-glo-anchor-length(ws-glo-i))
               to ws-ptn-glo-line(ws-ptn-glo-length + 1:
                   ws-glo-anchor-length(ws-glo-i))
           add ws-glo-anchor-length(ws-glo-i) to ws-ptn-glo-length
           move "|" to ws-ptn-glo-line(ws-ptn-glo-length + 1:1)
           add 1 to ws-ptn-glo-length
           move ws-glo-doc(ws-glo-i) to ws-nav-i
           if ws-nav-i >= 1 and ws-nav-i <= ws-ctl-count
               and ws-ctl-title-length(ws-nav-i) > 0
               move ws-ctl-title(ws-nav-i)
                   (1:ws-ctl-title-length(ws-nav-i))
                   to ws-ptn-glo-line(ws-ptn-glo-length + 1:
                       ws-ctl-title-length(ws-nav-i))
               inspect ws-ptn-glo-line(ws-ptn-glo-length + 1:
                   ws-ctl-title-length(ws-nav-i)) replacing all "|" by " "
               add ws-ctl-title-length(ws-nav-i) to ws-ptn-glo-length
           end-if
           move "|" to ws-ptn-glo-line(ws-ptn-glo-length + 1:1)
           add 1 to ws-ptn-glo-length
           move ws-glo-term(ws-glo-i)(1:ws-glo-term-length(ws-glo-i))
               to ws-ptn-glo-line(ws-ptn-glo-length + 1:
                   ws-glo-term-length(ws-glo-i))
           move ws-ptn-glo-line to search-record
           write search-record.

       sort-glossary-entries.
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
           end-perform.

       write-one-glossary-entry.
           move spaces to ws-nav-buffer
           move 0 to ws-nav-length
           move "<li><a href=""" to ws-segment-text
           move 13 to ws-segment-length
           perform append-to-nav
           move ws-glo-file(ws-glo-i)(1:ws-glo-file-length(ws-glo-i))
               to ws-segment-text
           move ws-glo-file-length(ws-glo-i) to ws-segment-length
           perform append-to-nav
           move "#" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-nav
           move ws-glo-anchor(ws-glo-i)
               (1:ws-glo-anchor-length(ws-glo-i)) to ws-segment-text
           move ws-glo-anchor-length(ws-glo-i) to ws-segment-length
           perform append-to-nav
           move """>" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-nav
           move ws-glo-term(ws-glo-i) to ws-source-text
           move ws-glo-term-length(ws-glo-i) to ws-source-length
           perform escape-source-text
           if ws-target-length > 0
               move ws-target-text(1:ws-target-length)
                   to ws-segment-text
               move ws-target-length to ws-segment-length
               perform append-to-nav
           end-if
           move "</a>" to ws-segment-text
           move 4 to ws-segment-length
           perform append-to-nav
           move ws-glo-doc(ws-glo-i) to ws-nav-i
           if ws-nav-i >= 1 and ws-nav-i <= ws-ctl-count
               and ws-ctl-title-length(ws-nav-i) > 0
               move " (" to ws-segment-text
               move 2 to ws-segment-length
               perform append-to-nav
               perform append-nav-title
               move ")" to ws-segment-text
               move 1 to ws-segment-length
               perform append-to-nav
           end-if
           move "</li>" to ws-segment-text
           move 5 to ws-segment-length
           perform append-to-nav
           move ws-nav-buffer(1:ws-nav-length) to ws-output-line
           perform emit-line.

       write-search-index.
           move 0 to ws-nav-i
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
           move ws-ctl-output(ws-nav-i) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move 0 to ws-srch-dir-length
           perform varying ws-nav-i from ws-calc-length by -1
                   until ws-nav-i < 1
               if ws-calc-text(ws-nav-i:1) = "/"
                   move ws-nav-i to ws-srch-dir-length
                   exit perform
               end-if
           end-perform
           move spaces to ws-srch-dir
           if ws-srch-dir-length > 0
               move ws-calc-text(1:ws-srch-dir-length)
                   to ws-srch-dir(1:ws-srch-dir-length)
           end-if
           move ws-srch-dir to ws-search-path
           move "search-index.txt"
               to ws-search-path(ws-srch-dir-length + 1:16)
           if ws-ptn-no > 0
               move "cobdown-search" to ws-ptn-path
               perform apply-partition-suffix
               move ws-ptn-path to ws-search-path
           end-if
           if ws-stage-mode = "Y"
               move ws-search-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-search-path
           end-if
           open output search-file
           if ws-search-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot write search index "
                   "(file status " ws-search-status ")"
               exit paragraph
           end-if
           move 0 to ws-srch-count
           move "Y" to ws-qual-mute
           move "Y" to ws-part-quiet
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   perform index-one-search-record
               end-if
           end-perform
           move "N" to ws-qual-mute
           move "N" to ws-part-quiet
           move 1 to ws-part-count
           move 0 to ws-part-number
           close search-file
           if ws-stage-mode = "Y"
               move ws-search-path to ws-pub-staged
               if ws-ptn-no > 0
                   perform add-report-publish-pair
               else
                   perform add-publish-pair
               end-if
           end-if
           move ws-search-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: search index written to "
               ws-search-path(1:ws-calc-length)
               " (" ws-srch-count " section(s))"
           if ws-ptn-no <= 1
               perform write-search-page
           end-if.

       index-one-search-record.
           move ws-ctl-input(ws-ctl-index) to ws-input-path
           move "H" to ws-out-format
           perform plan-document-parts
           move ws-ctl-output(ws-ctl-index) to ws-nav-base
           perform get-path-basename
           move spaces to ws-srch-file
           if ws-nav-base-length > 256
               move 256 to ws-nav-base-length
           end-if
           if ws-nav-base-length > 0
               move ws-nav-base(1:ws-nav-base-length)
                   to ws-srch-file(1:ws-nav-base-length)
           end-if
           move ws-nav-base-length to ws-srch-file-length
           move spaces to ws-srch-line
           move 0 to ws-srch-line-length
           move "D|" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-search-line
           perform append-search-file
           move "|" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-search-line
           if ws-ctl-title-length(ws-ctl-index) > 0
               move ws-ctl-title(ws-ctl-index) to ws-source-text
               move ws-ctl-title-length(ws-ctl-index)
                   to ws-source-length
               perform escape-source-text
               inspect ws-target-text(1:ws-target-length)
                   replacing all "|" by " "
               move ws-target-text(1:ws-target-length)
                   to ws-segment-text
               move ws-target-length to ws-segment-length
               perform append-to-search-line
           end-if
           move ws-srch-line to search-record
           write search-record
           if ws-part-count > 1
               move spaces to ws-part-output-save
               if ws-ctl-orig-base-length(ws-ctl-index) > 0
                   move ws-ctl-orig-base(ws-ctl-index)
                       (1:ws-ctl-orig-base-length(ws-ctl-index))
                       to ws-part-output-save
               end-if
           end-if
           perform varying ws-part-number from 1 by 1
                   until ws-part-number > ws-part-count
               perform index-one-search-part
               if ws-doc-failed = "Y"
                   exit perform
               end-if
           end-perform.

       index-one-search-part.
           perform reset-conversion-state
           if ws-part-count > 1
               move ws-part-number to ws-part-i
               perform build-part-file-name
               if ws-part-base-length > 256
                   move 256 to ws-part-base-length
               end-if
               move spaces to ws-srch-file
               move ws-part-base(1:ws-part-base-length)
                   to ws-srch-file(1:ws-part-base-length)
               move ws-part-base-length to ws-srch-file-length
           end-if
           perform load-input-file
           if ws-doc-failed = "Y"
               exit paragraph
           end-if
           if ws-part-number = 1
               perform collect-front-matter
           end-if
           perform collect-footnote-definitions
           perform collect-reference-definitions
           perform collect-headings
           move 0 to ws-srch-section
           move 1 to ws-srch-next
           move " " to ws-srch-words
           move 1 to ws-srch-words-length
           move "N" to ws-srch-fenced
           perform varying ws-line-index from 1 by 1
                   until ws-line-index > ws-line-count
               if ws-srch-next <= ws-heading-count
                   and ws-heading-line(ws-srch-next) = ws-line-index
                   perform flush-search-section
                   move ws-srch-next to ws-srch-section
                   add 1 to ws-srch-next
                   move spaces to ws-srch-words
                   move 1 to ws-srch-words-length
               end-if
               move ws-line-text(ws-line-index) to ws-inner-line
               move ws-line-length(ws-line-index) to ws-next-length
               perform detect-fence-line
               if ws-is-fence = "Y"
                   if ws-srch-fenced = "Y"
                       move "N" to ws-srch-fenced
                   else
                       move "Y" to ws-srch-fenced
                   end-if
               else
                   if ws-srch-fenced not = "Y"
                       perform collect-search-line-words
                   end-if
               end-if
           end-perform
           perform flush-search-section
           move 0 to ws-line-index.

       collect-search-line-words.
           move ws-line-text(ws-line-index) to ws-srch-text
           inspect ws-srch-text
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           move space to ws-srch-skip ws-srch-prev
           move spaces to ws-srch-word
           move 0 to ws-srch-word-length
           move "N" to ws-srch-long
           perform varying ws-srch-i from 1 by 1
                   until ws-srch-i > ws-next-length + 1
               if ws-srch-i > ws-next-length
                   move space to ws-char
               else
                   move ws-srch-text(ws-srch-i:1) to ws-char
               end-if
               if ws-srch-skip not = space
                   if ws-char = ws-srch-skip
                       move space to ws-srch-skip
                   end-if
               else
                   if (ws-char >= "a" and ws-char <= "z")
                       or (ws-char >= "0" and ws-char <= "9")
                       if ws-srch-word-length < 32
                           add 1 to ws-srch-word-length
                           move ws-char
                               to ws-srch-word(ws-srch-word-length:1)
                       else
                           move "Y" to ws-srch-long
                       end-if
                   else
                       perform add-search-word
                       if ws-char = "<" and ws-srch-i < ws-next-length
                           move ws-srch-text(ws-srch-i + 1:1)
                               to ws-srch-peek
                           if (ws-srch-peek >= "a" and ws-srch-peek <= "z")
                               or ws-srch-peek = "/"
                               or ws-srch-peek = "!"
                               move ">" to ws-srch-skip
                           end-if
                       end-if
                       if ws-char = "(" and ws-srch-prev = "]"
                           move ")" to ws-srch-skip
                       end-if
                   end-if
               end-if
               move ws-char to ws-srch-prev
           end-perform.

       add-search-word.
           if ws-srch-word-length < 3 or ws-srch-long = "Y"
               or ws-srch-word(1:ws-srch-word-length) is numeric
               move spaces to ws-srch-word
               move 0 to ws-srch-word-length
               move "N" to ws-srch-long
               exit paragraph
           end-if
           move spaces to ws-srch-probe
           move ws-srch-word(1:ws-srch-word-length)
               to ws-srch-probe(2:ws-srch-word-length)
           compute ws-srch-probe-length = ws-srch-word-length + 2
           move 0 to ws-srch-tally
           inspect ws-srch-stop-list tallying ws-srch-tally
               for all ws-srch-probe(1:ws-srch-probe-length)
           if ws-srch-tally = 0
               inspect ws-srch-words(1:ws-srch-words-length)
                   tallying ws-srch-tally
                   for all ws-srch-probe(1:ws-srch-probe-length - 1)
           end-if
           if ws-srch-tally = 0
               and ws-srch-words-length + ws-srch-word-length < 2000
               move ws-srch-word(1:ws-srch-word-length)
                   to ws-srch-words(ws-srch-words-length + 1:
                       ws-srch-word-length)
               add ws-srch-word-length to ws-srch-words-length
               add 1 to ws-srch-words-length
               move space to ws-srch-words(ws-srch-words-length:1)
           end-if
           move spaces to ws-srch-word
           move 0 to ws-srch-word-length.

       flush-search-section.
           move space to ws-srch-skip
           if ws-srch-section = 0 and ws-srch-words-length <= 1
               exit paragraph
           end-if
           move spaces to ws-srch-line
           move 0 to ws-srch-line-length
           move "S|" to ws-segment-text
           move 2 to ws-segment-length
           perform append-to-search-line
           perform append-search-file
           move "|" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-search-line
           if ws-srch-section > 0 and ws-ctl-format(ws-ctl-index) = "H"
               move ws-heading-anchor(ws-srch-section)
                   to ws-segment-text
               move ws-heading-anchor-length(ws-srch-section)
                   to ws-segment-length
               perform append-to-search-line
           end-if
           move "|" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-search-line
           if ws-srch-section > 0
               move spaces to ws-segment-text
               move 0 to ws-segment-length
               perform varying ws-srch-i from 1 by 1
                       until ws-srch-i
                           > ws-heading-toc-length(ws-srch-section)
                   move ws-heading-toc-html(ws-srch-section)
                       (ws-srch-i:1) to ws-char
                   if ws-srch-skip not = space
                       if ws-char = ">"
                           move space to ws-srch-skip
                       end-if
                   else
                       if ws-char = "<"
                           move ">" to ws-srch-skip
                       else
                           if ws-char = "|"
                               move space to ws-char
                           end-if
                           add 1 to ws-segment-length
                           move ws-char
                               to ws-segment-text(ws-segment-length:1)
                       end-if
                   end-if
               end-perform
               move space to ws-srch-skip
               perform append-to-search-line
           end-if
           move "|" to ws-segment-text
           move 1 to ws-segment-length
           perform append-to-search-line
           if ws-srch-words-length > 2
               move ws-srch-words(2:ws-srch-words-length - 2)
                   to ws-segment-text
               compute ws-segment-length = ws-srch-words-length - 2
               perform append-to-search-line
           end-if
           move ws-srch-line to search-record
           write search-record
           add 1 to ws-srch-count.

       append-search-file.
           if ws-srch-file-length > 0
               move ws-srch-file(1:ws-srch-file-length)
                   to ws-segment-text
               move ws-srch-file-length to ws-segment-length
               perform append-to-search-line
           end-if.

       append-to-search-line.
           if ws-segment-length > 0
               and ws-srch-line-length + ws-segment-length <= 4096
               move ws-segment-text(1:ws-segment-length)
                   to ws-srch-line(ws-srch-line-length + 1:
                       ws-segment-length)
               add ws-segment-length to ws-srch-line-length
           end-if.

       write-search-page.
           move ws-srch-dir to ws-search-page-path
           move "search.html"
               to ws-search-page-path(ws-srch-dir-length + 1:11)
           if ws-stage-mode = "Y"
               move ws-search-page-path to ws-pub-live
               perform build-staged-path
               move ws-pub-staged to ws-search-page-path
           end-if
           move ws-search-page-path to ws-output-path
           move "H" to ws-out-format
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-run-flagged
               display "cobdown: warning: cannot write search page "
                   "(file status " ws-output-status ")"
               exit paragraph
           end-if
           perform emit-line
           move "<meta charset=""utf-8"">" to ws-output-line
           perform emit-line
           move "<title>Search</title>" to ws-output-line
           perform emit-line
           move "</head>" to ws-output-line
           perform emit-line
           move "<body>" to ws-output-line
           perform emit-line
           move "<h1>Search</h1>" to ws-output-line
           perform emit-line
           move "<form id=""search-form"">" to ws-output-line
           perform emit-line
           move "<input type=""search"" id=""search-term"" size=""40"">"
               to ws-output-line
           perform emit-line
           move "<button type=""submit"">Search</button>"
               to ws-output-line
           perform emit-line
           move "</form>" to ws-output-line
           perform emit-line
           move "<p id=""search-status""></p>" to ws-output-line
           perform emit-line
           move "<ul id=""search-results""></ul>" to ws-output-line
           perform emit-line
           move "<p><a href=""index.html"">Index</a></p>"
               to ws-output-line
           perform emit-line
           move "<script>" to ws-output-line
           perform emit-line
           move "var titles = {};" to ws-output-line
           perform emit-line
           move "var sections = [];" to ws-output-line
           perform emit-line
           move "function loadIndex(text) {" to ws-output-line
           perform emit-line
           move "  var lines = text.split(""\n"");" to ws-output-line
           perform emit-line
           move "  for (var i = 0; i < lines.length; i++) {"
               to ws-output-line
           perform emit-line
           move "    var f = lines[i].split(""|"");" to ws-output-line
           perform emit-line
           move "    if (f[0] == ""D"") { titles[f[1]] = f[2]; }"
               to ws-output-line
           perform emit-line
           move "    if (f[0] == ""S"") { sections.push(f); }"
               to ws-output-line
           perform emit-line
           move "  }" to ws-output-line
           perform emit-line
           move "}" to ws-output-line
           perform emit-line
           move "function runSearch(event) {" to ws-output-line
           perform emit-line
           move "  event.preventDefault();" to ws-output-line
           perform emit-line
           move "  var box = document.getElementById(""search-term"");"
               to ws-output-line
           perform emit-line
           move "  var terms = box.value.toLowerCase()"
               & ".split(/[^a-z0-9]+/);" to ws-output-line
           perform emit-line
           move "  var list = document.getElementById("
               & """search-results"");" to ws-output-line
           perform emit-line
           move "  var hits = 0;" to ws-output-line
           perform emit-line
           move "  list.innerHTML = """";" to ws-output-line
           perform emit-line
           move "  for (var i = 0; i < sections.length; i++) {"
               to ws-output-line
           perform emit-line
           move "    var s = sections[i];" to ws-output-line
           perform emit-line
           move "    var words = "" "" + s[3].toLowerCase() + "" """
               & " + s[4] + "" "";" to ws-output-line
           perform emit-line
           move "    var found = false;" to ws-output-line
           perform emit-line
           move "    for (var t = 0; t < terms.length; t++) {"
               to ws-output-line
           perform emit-line
           move "      if (terms[t] == """") { continue; }"
               to ws-output-line
           perform emit-line
           move "      if (words.indexOf("" "" + terms[t]) < 0) "
               & "{ found = false; break; }" to ws-output-line
           perform emit-line
           move "      found = true;" to ws-output-line
           perform emit-line
           move "    }" to ws-output-line
           perform emit-line
           move "    if (!found) { continue; }" to ws-output-line
           perform emit-line
           move "    var href = s[1];" to ws-output-line
           perform emit-line
           move "    if (s[2] != """") { href = href + ""#"" + s[2]; }"
               to ws-output-line
           perform emit-line
           move "    var label = titles[s[1]] || s[1];" to ws-output-line
           perform emit-line
           move "    if (s[3] != """") { label = label + "" - "" "
               & "+ s[3]; }" to ws-output-line
           perform emit-line
           move "    var item = document.createElement(""li"");"
               to ws-output-line
           perform emit-line
           move "    item.innerHTML = ""<a href=\"""" + href + ""\"">"""
               & " + label + ""</a>"";" to ws-output-line
           perform emit-line
           move "    list.appendChild(item);" to ws-output-line
           perform emit-line
           move "    hits++;" to ws-output-line
           perform emit-line
           move "  }" to ws-output-line
           perform emit-line
           move "  document.getElementById(""search-status"")"
               & ".textContent = hits + "" section(s) found"";"
               to ws-output-line
           perform emit-line
           move "}" to ws-output-line
           perform emit-line
           move "var request = new XMLHttpRequest();" to ws-output-line
           perform emit-line
           move "request.open(""GET"", ""search-index.txt"");"
               to ws-output-line
           perform emit-line
           move "request.onload = function () "
               & "{ loadIndex(request.responseText); };"
               to ws-output-line
           perform emit-line
           move "request.send();" to ws-output-line
           perform emit-line
           move "document.getElementById(""search-form"")"
               & ".addEventListener(""submit"", runSearch);"
               to ws-output-line
           perform emit-line
           move "</script>" to ws-output-line
           perform emit-line
           move "</body>" to ws-output-line
           perform emit-line
           perform emit-line
           close html-output
           if ws-stage-mode = "Y"
               move ws-search-page-path to ws-pub-staged
               perform add-publish-pair
           end-if
           move ws-search-page-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           display "cobdown: search page written to "
               ws-search-page-path(1:ws-calc-length).

       write-redirect-stubs.
           move 0 to ws-stub-count
           move spaces to ws-stub-site-index
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               if ws-ctl-outcome(ws-ctl-index) = "C"
                   or ws-ctl-outcome(ws-ctl-index) = "U"
                   move ws-ctl-output(ws-ctl-index) to ws-calc-text
                   move 512 to ws-calc-max
                   perform calculate-length
                   move 0 to ws-stub-dir-length
                   perform varying ws-stub-i from ws-calc-length by -1
                           until ws-stub-i < 1
                       if ws-calc-text(ws-stub-i:1) = "/"
                           move ws-stub-i to ws-stub-dir-length
                           exit perform
                       end-if
                   end-perform
                   if ws-stub-dir-length > 0
                       move ws-calc-text(1:ws-stub-dir-length)
                           to ws-stub-site-index(1:ws-stub-dir-length)
                   end-if
                   move "index.html"
                       to ws-stub-site-index(ws-stub-dir-length + 1:10)
                   exit perform
               end-if
           end-perform
           perform varying ws-stub-m from 1 by 1
                   until ws-stub-m > ws-man-count
               if ws-man-output(ws-stub-m) not = spaces
                   and ws-man-drop(ws-stub-m) not = "Y"
                   and ws-man-new(ws-stub-m) not = "Y"
                   perform check-one-retirement
               end-if
           end-perform
           if ws-stub-count > 0
               display "cobdown: " ws-stub-count
                   " redirect/withdrawal stub(s) written"
           end-if.

       check-one-retirement.
           move "N" to ws-stub-input-found ws-stub-reused
           move 0 to ws-stub-target-ctl ws-stub-fallback-ctl
           perform varying ws-ctl-index from 1 by 1
                   until ws-ctl-index > ws-ctl-count
               perform get-control-live-output
               if ws-stub-live = ws-man-output(ws-stub-m)
                   and ws-ctl-outcome(ws-ctl-index) not = "S"
                   move "Y" to ws-stub-reused
               end-if
               if ws-ctl-input(ws-ctl-index) = ws-man-input(ws-stub-m)
                   move "Y" to ws-stub-input-found
                   if ws-stub-live = ws-man-output(ws-stub-m)
                       exit paragraph
                   end-if
                   perform find-stub-manifest-pair
                   if ws-stub-known = "N"
                       if ws-ctl-outcome(ws-ctl-index) = "C"
                           or ws-ctl-outcome(ws-ctl-index) = "U"
                           or ws-ctl-outcome(ws-ctl-index) = "R"
                           if ws-stub-target-ctl = 0
                               move ws-ctl-index to ws-stub-target-ctl
                           end-if
                       else
                           move ws-ctl-index to ws-stub-fallback-ctl
                       end-if
                   end-if
               end-if
           end-perform
           if ws-stub-target-ctl = 0 and ws-stub-fallback-ctl > 0
               exit paragraph
           end-if
           if ws-stub-target-ctl > 0
               move "Y" to ws-man-drop(ws-stub-m)
               if ws-stub-reused = "Y"
                   exit paragraph
               end-if
               move ws-ctl-output(ws-stub-target-ctl) to ws-stub-target
               perform add-stub-entry
               if ws-stub-count > 0
                   move "M" to ws-stub-kind(ws-stub-count)
                   perform write-stub-file
               end-if
           else
               if ws-stub-partial = "Y"
                   exit paragraph
               end-if
               move "Y" to ws-man-drop(ws-stub-m)
               if ws-stub-reused = "Y"
                   exit paragraph
               end-if
               move ws-stub-site-index to ws-stub-target
               perform add-stub-entry
               if ws-stub-count > 0
                   move "R" to ws-stub-kind(ws-stub-count)
                   perform write-stub-file
               end-if
           end-if.

       find-stub-manifest-pair.
           move "N" to ws-stub-known
           perform varying ws-man-i from 1 by 1
                   until ws-man-i > ws-man-count
               if ws-man-input(ws-man-i) = ws-ctl-input(ws-ctl-index)
                   and ws-man-output(ws-man-i) = ws-stub-live
                   and ws-man-new(ws-man-i) not = "Y"
                   move "Y" to ws-stub-known
                   exit perform
               end-if
           end-perform.

       get-control-live-output.
           move ws-ctl-output(ws-ctl-index) to ws-stub-live
           if ws-ctl-orig-base-length(ws-ctl-index) = 0
               exit paragraph
           end-if
           move ws-stub-live to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move 0 to ws-stub-dir-length
           perform varying ws-stub-i from ws-calc-length by -1
                   until ws-stub-i < 1
               if ws-calc-text(ws-stub-i:1) = "/"
                   move ws-stub-i to ws-stub-dir-length
                   exit perform
               end-if
           end-perform
           move spaces to ws-stub-live
           if ws-stub-dir-length > 0
               move ws-calc-text(1:ws-stub-dir-length)
                   to ws-stub-live(1:ws-stub-dir-length)
           end-if
           move ws-ctl-orig-base(ws-ctl-index)
               (1:ws-ctl-orig-base-length(ws-ctl-index))
               to ws-stub-live(ws-stub-dir-length + 1:
                   ws-ctl-orig-base-length(ws-ctl-index)).

       add-stub-entry.
           if ws-stub-count >= 200
               move "Y" to ws-run-flagged
               display "cobdown: warning: more than 200 retired outputs - "
                   "remaining stubs not written"
               exit paragraph
           end-if
           add 1 to ws-stub-count
           move ws-man-input(ws-stub-m) to ws-stub-input(ws-stub-count)
           move ws-man-output(ws-stub-m) to ws-stub-old(ws-stub-count)
           move ws-stub-target to ws-stub-new(ws-stub-count).

       write-stub-file.
           move ws-stub-old(ws-stub-count) to ws-stub-path
           move ws-stub-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-stub-ext
           move "N" to ws-stub-html
           perform varying ws-stub-i from ws-calc-length by -1
                   until ws-stub-i < 1
               if ws-calc-text(ws-stub-i:1) = "/"
                   exit perform
               end-if
               if ws-calc-text(ws-stub-i:1) = "."
                   if ws-calc-length - ws-stub-i + 1 <= 5
                       move ws-calc-text(ws-stub-i:
                           ws-calc-length - ws-stub-i + 1) to ws-stub-ext
                   end-if
                   exit perform
               end-if
           end-perform
           inspect ws-stub-ext
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           if ws-stub-ext = ".html" or ws-stub-ext = ".htm"
               move "Y" to ws-stub-html
           end-if
           if ws-stub-target not = spaces
               perform compute-stub-relative
           else
               move spaces to ws-stub-rel
               move 0 to ws-stub-rel-length
           end-if
           if ws-stage-mode = "Y"
               move ws-stub-path to ws-nav-base
               perform get-path-basename
               move spaces to ws-output-path
               string ws-stage-dir(1:ws-stage-dir-length)
                       delimited by size
                   "/stub-" delimited by size
                   ws-nav-base(1:ws-nav-base-length) delimited by size
                   into ws-output-path
               end-string
           else
               move ws-stub-path to ws-output-path
           end-if
           move "H" to ws-out-format
           if ws-stub-html not = "Y"
               move "T" to ws-out-format
           end-if
           open output html-output
           if ws-output-status not = "00"
               move "Y" to ws-run-flagged
               move ws-output-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: warning: cannot write stub "
                   ws-output-path(1:ws-calc-length)
                   " (file status " ws-output-status ")"
               exit paragraph
           end-if
           if ws-stub-html = "Y"
               perform write-html-stub-body
           else
               perform write-text-stub-body
           end-if
           close html-output
           if ws-stage-mode = "Y"
               move ws-output-path to ws-pub-staged
               move ws-stub-path to ws-pub-live
               perform add-publish-pair
           end-if.

       write-html-stub-body.
           if ws-stub-rel-length > 0
               move ws-stub-rel(1:ws-stub-rel-length) to ws-source-text
               move ws-stub-rel-length to ws-source-length
               perform escape-source-text
           else
               move spaces to ws-target-text
               move 0 to ws-target-length
           end-if
           move "<!DOCTYPE html>" to ws-output-line
           perform emit-line
           move "<html>" to ws-output-line
           perform emit-line
           move "<meta charset=""utf-8"">" to ws-output-line
           perform emit-line
           if ws-stub-kind(ws-stub-count) = "M"
               move spaces to ws-output-line
               string "<meta http-equiv=""refresh"" content=""0; url="
                       delimited by size
                   ws-target-text(1:ws-target-length) delimited by size
                   """>" delimited by size
                   into ws-output-line
               end-string
               perform emit-line
               move spaces to ws-output-line
               string "<link rel=""canonical"" href=""" delimited by size
                   ws-target-text(1:ws-target-length) delimited by size
                   """>" delimited by size
                   into ws-output-line
               end-string
               perform emit-line
               move "<title>Document moved</title>" to ws-output-line
           else
               move "<title>Document withdrawn</title>" to ws-output-line
           end-if
           perform emit-line
           move "</head>" to ws-output-line
           perform emit-line
           move "<body>" to ws-output-line
           perform emit-line
           if ws-stub-kind(ws-stub-count) = "M"
               move "<h1>Document moved</h1>" to ws-output-line
               perform emit-line
               move spaces to ws-output-line
               string "<p>This document has moved to <a href="""
                       delimited by size
                   ws-target-text(1:ws-target-length) delimited by size
                   """>" delimited by size
                   ws-target-text(1:ws-target-length) delimited by size
                   "</a>.</p>" delimited by size
                   into ws-output-line
               end-string
               perform emit-line
           else
               move "<h1>Document withdrawn</h1>" to ws-output-line
               perform emit-line
               if ws-stub-kind(ws-stub-count) = "B"
                   move "<p>This document has been withdrawn pending a "
                       & "terminology review.</p>" to ws-output-line
               else
                   move "<p>This document has been withdrawn and is no "
                       & "longer maintained.</p>" to ws-output-line
               end-if
               perform emit-line
               if ws-target-length > 0
                   move spaces to ws-output-line
                   string "<p><a href=""" delimited by size
                       ws-target-text(1:ws-target-length)
                           delimited by size
                       """>Document index</a></p>" delimited by size
                       into ws-output-line
                   end-string
                   perform emit-line
               end-if
           end-if
           move "</body>" to ws-output-line
           perform emit-line
           move "</html>" to ws-output-line
           perform emit-line.

       write-text-stub-body.
           move spaces to ws-output-line
           if ws-stub-kind(ws-stub-count) = "M"
               if ws-stub-rel-length > 0
                   string "This document has moved to "
                           delimited by size
                       ws-stub-rel(1:ws-stub-rel-length)
                           delimited by size
                       into ws-output-line
                   end-string
               else
                   move "This document has moved." to ws-output-line
               end-if
           else
               if ws-stub-kind(ws-stub-count) = "B"
                   move "This document has been withdrawn pending a "
                       & "terminology review." to ws-output-line
               else
                   move "This document has been withdrawn and is no "
                       & "longer maintained." to ws-output-line
               end-if
           end-if
           perform emit-line.

       compute-stub-relative.
           move ws-stub-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-stub-from-length
           move ws-stub-target to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-stub-to-length
           move 0 to ws-stub-common
           perform varying ws-stub-i from 1 by 1
                   until ws-stub-i > ws-stub-from-length
                       or ws-stub-i > ws-stub-to-length
               if ws-stub-path(ws-stub-i:1)
                   not = ws-stub-target(ws-stub-i:1)
                   exit perform
               end-if
               if ws-stub-path(ws-stub-i:1) = "/"
                   move ws-stub-i to ws-stub-common
               end-if
           end-perform
           move spaces to ws-stub-rel
           move 0 to ws-stub-rel-length
           perform varying ws-stub-i from ws-stub-common by 1
                   until ws-stub-i >= ws-stub-from-length
               if ws-stub-path(ws-stub-i + 1:1) = "/"
                   and ws-stub-rel-length + 3 <= 1024
                   move "../"
                       to ws-stub-rel(ws-stub-rel-length + 1:3)
                   add 3 to ws-stub-rel-length
               end-if
           end-perform
           if ws-stub-to-length > ws-stub-common
               and ws-stub-rel-length + ws-stub-to-length
                   - ws-stub-common <= 1024
               move ws-stub-target(ws-stub-common + 1:
                   ws-stub-to-length - ws-stub-common)
                   to ws-stub-rel(ws-stub-rel-length + 1:
                       ws-stub-to-length - ws-stub-common)
               compute ws-stub-rel-length = ws-stub-rel-length
                   + ws-stub-to-length - ws-stub-common
           end-if.

       write-recon-retirement.
           move spaces to ws-recon-line
           perform emit-recon-line
           if ws-stub-count = 0
               move "retirement: none" to ws-recon-line
               perform emit-recon-line
               exit paragraph
           end-if
           move "retirement:" to ws-recon-line
           perform emit-recon-line
           perform varying ws-stub-m from 1 by 1
                   until ws-stub-m > ws-stub-count
               perform write-one-retirement-line
           end-perform
           move ws-stub-count to ws-recon-count
           move spaces to ws-recon-line
           string "stubs written.....: " delimited by size
               ws-recon-count delimited by size
               into ws-recon-line
           end-string
           perform emit-recon-line.

       write-one-retirement-line.
           move ws-stub-input(ws-stub-m) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-recon-in-length
           move ws-stub-old(ws-stub-m) to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move ws-calc-length to ws-recon-out-length
           move spaces to ws-recon-line
           if ws-stub-kind(ws-stub-m) = "M"
               move "moved      " to ws-recon-line(1:11)
           else
               move "withdrawn  " to ws-recon-line(1:11)
           end-if
           move 11 to ws-j
           move ws-stub-input(ws-stub-m)(1:ws-recon-in-length)
               to ws-recon-line(ws-j + 1:ws-recon-in-length)
           add ws-recon-in-length to ws-j
           move "  " to ws-recon-line(ws-j + 1:2)
           add 2 to ws-j
           move ws-stub-old(ws-stub-m)(1:ws-recon-out-length)
               to ws-recon-line(ws-j + 1:ws-recon-out-length)
           add ws-recon-out-length to ws-j
           if ws-stub-kind(ws-stub-m) = "M"
               move ws-stub-new(ws-stub-m) to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               move " -> " to ws-recon-line(ws-j + 1:4)
               add 4 to ws-j
               move ws-stub-new(ws-stub-m)(1:ws-calc-length)
                   to ws-recon-line(ws-j + 1:ws-calc-length)
           end-if
           perform emit-recon-line.

       write-template-document.
           perform build-template-fields
                   ws-quality-path(1:ws-calc-length)
           end-if.

       open-terms-report.
           move "N" to ws-terms-rpt-open
           move 0 to ws-terms-hits
           if ws-term-count = 0
               exit paragraph
           end-if
           open output terms-report
           if ws-terms-rpt-status = "00"
               move "Y" to ws-terms-rpt-open
           else
               move "Y" to ws-run-flagged
               display "cobdown: warning: could not open terminology "
                   "report (file status " ws-terms-rpt-status ") - "
                   "terminology hits will not be reported"
           end-if.

       close-terms-report.
           if ws-terms-rpt-open = "Y"
               close terms-report
               move "N" to ws-terms-rpt-open
               if ws-stage-mode = "Y"
                   move ws-terms-rpt-path to ws-pub-staged
                   perform add-report-publish-pair
               end-if
               move ws-terms-rpt-path to ws-calc-text
               move 512 to ws-calc-max
               perform calculate-length
               display "cobdown: " ws-terms-hits
                   " terminology hit(s) reported in "
                   ws-terms-rpt-path(1:ws-calc-length)
           end-if.

       write-quality-line.
           add 1 to ws-quality-count
           if ws-quality-open not = "Y"
                   move 0 to ws-qual-line-no
               end-if
           end-if
           move ws-qual-line-no to ws-bk-rpt-line
           perform locate-report-source
           move ws-bk-rpt-line to ws-qual-line-no
           move ws-bk-rpt-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-qual-rpt-line
           move 0 to ws-qual-j
           if ws-calc-length > 0
               move ws-bk-rpt-path(1:ws-calc-length)
                   to ws-qual-rpt-line(1:ws-calc-length)
               move ws-calc-length to ws-qual-j
           end-if
           if ws-chk-target(1:1) = "/"
               move ws-chk-target(1:ws-chk-probe-length) to ws-probe-path
           else
               move ws-input-path to ws-bk-src-path
               if ws-book-active = "Y"
                   move ws-ctl-book(ws-ctl-index) to ws-bk-src-book
                   move ws-book-mem-first(ws-bk-src-book) to ws-bk-src-mem
                   move ws-bmem-input(ws-bk-src-mem) to ws-bk-src-path
               end-if
               perform locate-source-directory
               if ws-input-dir-length + ws-chk-probe-length > 1024
                   compute ws-chk-probe-length
                       = 1024 - ws-input-dir-length
               end-if
               if ws-input-dir-length > 0
                   move ws-bk-src-path(1:ws-input-dir-length)
                       to ws-probe-path(1:ws-input-dir-length)
               end-if
               move ws-chk-target(1:ws-chk-probe-length)
               move "Y" to ws-chk-found
           end-if.

       locate-source-directory.
           move 0 to ws-input-dir-length
           move ws-bk-src-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           perform varying ws-chk-i from ws-calc-length by -1
                   until ws-chk-i < 1
               if ws-bk-src-path(ws-chk-i:1) = "/"
                   move ws-chk-i to ws-input-dir-length
                   exit perform
               end-if
           end-perform.

       locate-input-directory.
           move 0 to ws-input-dir-length
           move ws-input-path to ws-calc-text
                   move 0 to ws-chk-line-no
               end-if
           end-if
           move ws-chk-line-no to ws-bk-rpt-line
           perform locate-report-source
           move ws-bk-rpt-line to ws-chk-line-no
           move ws-bk-rpt-path to ws-calc-text
           move 512 to ws-calc-max
           perform calculate-length
           move spaces to ws-linkrpt-line
           move 0 to ws-i
           if ws-calc-length > 0
               move ws-bk-rpt-path(1:ws-calc-length)
                   to ws-linkrpt-line(1:ws-calc-length)
               move ws-calc-length to ws-i
           end-if
           perform varying ws-xref-i from 1 by 1
                   until ws-xref-i > ws-xref-count
               perform validate-one-cross-reference
           end-perform
           compute ws-ctl-index = ws-ctl-count + 1.

       validate-one-cross-reference.
           move 0 to ws-xref-doc-found
           perform varying ws-m from 1 by 1 until ws-m > ws-ctl-count
               if ws-ctl-outcome(ws-m) = "C"
                   or ws-ctl-outcome(ws-m) = "U"
                   or ws-ctl-outcome(ws-m) = "R"
                   move ws-ctl-output(ws-m) to ws-nav-base
                   perform get-path-basename
                   if ws-nav-base-length
               exit paragraph
           end-if
           move ws-ctl-input(ws-xref-from(ws-xref-i)) to ws-input-path
           move ws-xref-from(ws-xref-i) to ws-ctl-index
           move ws-xref-line(ws-xref-i) to ws-chk-origin
           move spaces to ws-chk-target
           move ws-xref-file(ws-xref-i)
               perform close-code-block
               move "Y" to ws-line-consumed
           else
               if ws-hl-lang > 0
                   perform highlight-code-line
               else
                   move ws-inner-line to ws-source-text
                   move ws-next-length to ws-source-length
                   perform escape-source-text
               end-if
               perform set-code-output-line
               perform emit-line
               move "Y" to ws-line-consumed
           end-if.

       highlight-code-line.
           move spaces to ws-target-text
           move 0 to ws-target-length
           move 0 to ws-hl-first
           perform varying ws-hl-pos from 1 by 1
                   until ws-hl-pos > ws-next-length
               if ws-inner-line(ws-hl-pos:1) not = space
                   move ws-hl-pos to ws-hl-first
                   exit perform
               end-if
           end-perform
           move 1 to ws-hl-pos
           perform until ws-hl-pos > ws-next-length
               perform classify-code-token
               perform emit-code-token
               compute ws-hl-pos = ws-hl-end + 1
           end-perform.

       classify-code-token.
           move ws-inner-line(ws-hl-pos:1) to ws-char
           move ws-hl-pos to ws-hl-end
           move spaces to ws-hl-class
           move ws-lang-line-comment-length(ws-hl-lang) to ws-hl-i
           if ws-hl-i > 0 and ws-hl-pos = ws-hl-first
               and ws-hl-pos + ws-hl-i - 1 <= ws-next-length
               if ws-inner-line(ws-hl-pos:ws-hl-i)
                   = ws-lang-line-comment(ws-hl-lang)(1:ws-hl-i)
                   move "hl-comment" to ws-hl-class
                   move ws-next-length to ws-hl-end
                   exit paragraph
               end-if
           end-if
           move ws-lang-comment-length(ws-hl-lang) to ws-hl-i
           if ws-hl-i > 0 and ws-hl-pos + ws-hl-i - 1 <= ws-next-length
               and (ws-hl-pos = 1
                   or ws-inner-line(ws-hl-pos - 1:1) = space)
               if ws-inner-line(ws-hl-pos:ws-hl-i)
                   = ws-lang-comment(ws-hl-lang)(1:ws-hl-i)
                   move "hl-comment" to ws-hl-class
                   move ws-next-length to ws-hl-end
                   exit paragraph
               end-if
           end-if
           if ws-char = space
               exit paragraph
           end-if
           move 0 to ws-hl-tally
           inspect ws-lang-quotes(ws-hl-lang)
               tallying ws-hl-tally for all ws-char
           if ws-hl-tally > 0
               move "hl-string" to ws-hl-class
               move ws-next-length to ws-hl-end
               perform varying ws-hl-i from ws-hl-pos by 1
                       until ws-hl-i >= ws-next-length
                   if ws-inner-line(ws-hl-i + 1:1) = ws-char
                       compute ws-hl-end = ws-hl-i + 1
                       exit perform
                   end-if
               end-perform
               exit paragraph
           end-if
           if (ws-char >= "a" and ws-char <= "z")
               or (ws-char >= "A" and ws-char <= "Z")
               or (ws-char >= "0" and ws-char <= "9")
               perform scan-code-word
           end-if.

       scan-code-word.
           move "Y" to ws-hl-numeric
           perform varying ws-hl-i from ws-hl-pos by 1
                   until ws-hl-i > ws-next-length
               move ws-inner-line(ws-hl-i:1) to ws-char-2
               move "N" to ws-hl-is-word
               if (ws-char-2 >= "a" and ws-char-2 <= "z")
                   or (ws-char-2 >= "A" and ws-char-2 <= "Z")
                   or (ws-char-2 >= "0" and ws-char-2 <= "9")
                   move "Y" to ws-hl-is-word
               else
                   if ws-char-2 not = space
                       move 0 to ws-hl-tally
                       inspect ws-lang-word-chars(ws-hl-lang)
                           tallying ws-hl-tally for all ws-char-2
                       if ws-hl-tally > 0
                           move "Y" to ws-hl-is-word
                       end-if
                   end-if
               end-if
               if ws-hl-is-word not = "Y"
                   exit perform
               end-if
               if ws-char-2 < "0" or ws-char-2 > "9"
                   move "N" to ws-hl-numeric
               end-if
               move ws-hl-i to ws-hl-end
           end-perform
           if ws-hl-numeric = "Y"
               if ws-hl-end + 2 <= ws-next-length
                   and ws-inner-line(ws-hl-end + 1:1) = "."
                   and ws-inner-line(ws-hl-end + 2:1) >= "0"
                   and ws-inner-line(ws-hl-end + 2:1) <= "9"
                   add 1 to ws-hl-end
                   perform varying ws-hl-i from ws-hl-end by 1
                           until ws-hl-i >= ws-next-length
                       if ws-inner-line(ws-hl-i + 1:1) < "0"
                           or ws-inner-line(ws-hl-i + 1:1) > "9"
                           exit perform
                       end-if
                       compute ws-hl-end = ws-hl-i + 1
                   end-perform
               end-if
               move "hl-number" to ws-hl-class
               exit paragraph
           end-if
           compute ws-hl-probe-length = ws-hl-end - ws-hl-pos + 3
           if ws-hl-probe-length > 40
               exit paragraph
           end-if
           move spaces to ws-hl-probe
           move ws-inner-line(ws-hl-pos:ws-hl-probe-length - 2)
               to ws-hl-probe(2:ws-hl-probe-length - 2)
           inspect ws-hl-probe
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           move 0 to ws-hl-tally
           inspect ws-lang-keywords(ws-hl-lang)
               (1:ws-lang-keywords-length(ws-hl-lang))
               tallying ws-hl-tally
               for all ws-hl-probe(1:ws-hl-probe-length)
           if ws-hl-tally > 0
               move "hl-keyword" to ws-hl-class
           end-if.

       emit-code-token.
           if ws-hl-class not = spaces
               and ws-target-length + (ws-next-length - ws-hl-pos + 1) * 6
                   + 40 <= 16384
               move ws-hl-class to ws-calc-text
               move 10 to ws-calc-max
               perform calculate-length
               move spaces to ws-segment-text
               string "<span class=""" delimited by size
                   ws-hl-class(1:ws-calc-length) delimited by size
                   """>" delimited by size
                   into ws-segment-text
               end-string
               compute ws-segment-length = ws-calc-length + 15
               perform append-segment
           else
               move spaces to ws-hl-class
           end-if
           perform varying ws-hl-i from ws-hl-pos by 1
                   until ws-hl-i > ws-hl-end
               move ws-inner-line(ws-hl-i:1) to ws-char
               perform append-html-char
           end-perform
           if ws-hl-class not = spaces
               move "</span>" to ws-segment-text
               move 7 to ws-segment-length
               perform append-segment
           end-if.

       set-code-output-line.
           if ws-out-format = "T"
               move spaces to ws-output-line
           end-if
           perform build-fence-open-tag
           perform emit-line
           perform resolve-fence-language
           add 1 to ws-sum-code-opened
           move "Y" to ws-line-consumed.

               end-string
           end-if.

       resolve-fence-language.
           move 0 to ws-hl-lang
           if ws-out-format = "T" or ws-lang-count = 0
               exit paragraph
           end-if
           move ws-fence-info to ws-calc-text
           move 2048 to ws-calc-max
           perform calculate-length
           move spaces to ws-hl-name
           move 0 to ws-hl-name-length
           perform varying ws-i from 1 by 1 until ws-i > ws-calc-length
               move ws-fence-info(ws-i:1) to ws-char
               if ws-char = space or ws-char = "{" or ws-char = ","
                   if ws-hl-name-length > 0 or ws-char not = space
                       exit perform
                   end-if
               else
                   if ws-hl-name-length < 16
                       add 1 to ws-hl-name-length
                       move ws-char to ws-hl-name(ws-hl-name-length:1)
                   end-if
               end-if
           end-perform
           if ws-hl-name-length = 0
               exit paragraph
           end-if
           inspect ws-hl-name
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to         "abcdefghijklmnopqrstuvwxyz"
           move spaces to ws-hl-probe
           move ws-hl-name(1:ws-hl-name-length)
               to ws-hl-probe(2:ws-hl-name-length)
           compute ws-hl-probe-length = ws-hl-name-length + 2
           perform varying ws-lang-i from 1 by 1
                   until ws-lang-i > ws-lang-count
               if ws-lang-name(ws-lang-i) = ws-hl-name
                   move ws-lang-i to ws-hl-lang
                   exit perform
               end-if
               move 0 to ws-hl-tally
               inspect ws-lang-aliases(ws-lang-i)
                   tallying ws-hl-tally
                   for all ws-hl-probe(1:ws-hl-probe-length)
               if ws-hl-tally > 0
                   move ws-lang-i to ws-hl-lang
                   exit perform
               end-if
           end-perform
           if ws-hl-lang = 0 and ws-qual-mute not = "Y"
               move spaces to ws-qual-text
               string "no highlighting rules for code language "
                       delimited by size
                   ws-hl-name(1:ws-hl-name-length) delimited by size
                   into ws-qual-text
               end-string
               perform write-quality-line
           end-if.

       detect-setext-heading.
           if ws-line-index >= ws-line-count
               exit paragraph

       build-heading-tag.
           if ws-out-format = "T"
               if ws-print-mode = "Y"
                   and ws-print-page-no > ws-print-page-base
                   and (ws-print-line-no > 50
                       or (ws-book-print = "Y" and ws-heading-level = 1
                           and ws-print-line-no > 0))
                   perform print-page-break
               end-if
               add 1 to ws-heading-seq
                       to ws-output-line
               end-if
               perform emit-line
               if ws-book-print = "Y" and ws-heading-seq <= 200
                   move ws-print-page-no to ws-bk-page(ws-heading-seq)
                   move ws-target-length to ws-bk-hd-length(ws-heading-seq)
                   if ws-bk-hd-length(ws-heading-seq) > 120
                       move 120 to ws-bk-hd-length(ws-heading-seq)
                   end-if
                   move ws-target-text(1:120) to ws-bk-hd-text(ws-heading-seq)
               end-if
               move ws-target-length to ws-txt-line-length
               if ws-txt-line-length > 72
                   move 72 to ws-txt-line-length
