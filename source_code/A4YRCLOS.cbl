       identification division.
       program-id. A4YRCLOS.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Year-end close. The A4EMPMNT change log, the A4SALRPT run
      *  history and the A4EMPMNT reject recycle file only ever
      *  grow, and A4EMPINQ replays the whole change log on every
      *  inquiry. Run once a year, after the night's A4EMPMNT, this
      *  program:
      *    - appends a full snapshot of EMPMASTR, stamped with the
      *      run date, to the permanent snapshot file A4EMPINQ now
      *      starts its replay from - each employee with the date of
      *      the last change-log record that touched them, carried
      *      forward from the previous snapshot and brought up to
      *      date from the change log, so an inquiry never has to
      *      read back past its snapshot for it;
      *    - appends the closed year's change-log, run-history and
      *      reject records to the permanent archive file as one
      *      annual section - an "H" header, the records, and a "T"
      *      trailer carrying each file's record count and salary
      *      hash (the first close also takes everything older, so
      *      nothing on the working files is ever left unarchived,
      *      and every close takes all the rejects still recycling);
      *    - purges the working files of every record dated before
      *      the retention period, but only after proving the
      *      archive holds the same record count and salary hash for
      *      that period as the records being removed. The purged
      *      files are written to CHGLNEW, HISTNEW and REJNEW for the
      *      job to put in place of CHGLFILE, HISTFILE and REJFILE;
      *      a failed proof writes none of them and ends the run
      *      with return code 16, leaving the working files whole.
      *      A proved purge is recorded on the archive, and the next
      *      purge proves only what was dated after it.
      *    - with a proved purge, trims A4BENINT's benefits
      *      sent-file BENSENT to the same retention period, keeping
      *      each employee's latest sent change however old it is,
      *      and writes it to SENTNEW to go in place of BENSENT.
      *  The year closed comes from the CLOSEYR run parameter (unset
      *  means last year) and the years kept on the working files,
      *  counting the closed year, from RETNYRS (unset means 2). A
      *  rerun for a year already closed does not write its
      *  snapshot or archive section again - it goes straight to
      *  the proof and purge. A working file, the archive or the
      *  snapshot file that will not open ends the run with return
      *  code 16 before anything is written from it.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * master-file declaration - the indexed employee master, read
      * front to back for the snapshot
           select master-file
               assign to EMPMASTR
               organization is indexed
               access mode is sequential
               record key is em-nbr
               file status is ws-master-status.
      *
      * snapshot-file declaration - permanent file of dated master
      * snapshots, one appended per close. Optional so the first
      * close creates it.
           select optional snapshot-file
               assign to SNAPFILE
               organization is sequential
               file status is ws-snap-status.
      *
      * archive-file declaration - permanent archive of closed
      * years' working-file records, one section appended per
      * close. Optional so the first close creates it.
           select optional archive-file
               assign to ARCHFILE
               organization is sequential
               file status is ws-arch-status.
      *
      * changelog-file declaration - the change log A4EMPMNT writes
           select optional changelog-file
               assign to CHGLFILE
               organization is sequential
               file status is ws-chgl-status.
      *
      * history-file declaration - the run history A4SALRPT writes
           select optional history-file
               assign to HISTFILE
               organization is sequential
               file status is ws-history-status.
      *
      * reject-file declaration - the reject recycle file A4EMPMNT
      * wrote tonight, read back as REJINFIL on the next night
           select optional reject-file
               assign to REJFILE
               organization is sequential
               file status is ws-reject-status.
      *
      * sent-file declaration - the record A4BENINT keeps of every
      * change sent to the benefits carrier
           select optional sent-file
               assign to BENSENT
               organization is sequential
               file status is ws-sent-status.
      *
      * new-changelog-file declaration - the purged change log
           select new-changelog-file
               assign to CHGLNEW
               organization is sequential
               file status is ws-new-chgl-status.
      *
      * new-history-file declaration - the purged run history
           select new-history-file
               assign to HISTNEW
               organization is sequential
               file status is ws-new-hist-status.
      *
      * new-reject-file declaration - the purged reject file
           select new-reject-file
               assign to REJNEW
               organization is sequential
               file status is ws-new-rej-status.
      *
      * new-sent-file declaration - the trimmed benefits sent-file
           select new-sent-file
               assign to SENTNEW
               organization is sequential
               file status is ws-new-sent-status.
      *
      * close-report-file declaration - the printed close report
           select close-report-file
               assign to YRCLRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      * master-file - same employee record layout A4SALRPT reads
       fd master-file
           data record is master-record
           record contains 69 characters.
      *
       01 master-record.
           05 em-nbr                            pic 9(5).
           05 em-name                           pic x(15).
           05 em-ed-code                        pic x.
           05 em-years                          pic 99.
           05 em-salary                         pic 9(5)v99.
           05 em-dept                           pic x(4).
           05 em-eff-date                       pic 9(8).
           05 em-hire-date                      pic 9(8).
           05 em-promo-position                 pic x(8).
           05 em-promo-pct                      pic 99v9.
           05 em-promo-eff-date                 pic 9(8).
      *
      * snapshot-file - one record per employee on the master the
      * night of the close: the snapshot date, the full master
      * image and the date of the last change-log record that
      * touched the employee (zero when the log never has). Every
      * record of one snapshot carries the same snapshot date.
       fd snapshot-file
           recording mode is F
           data record is snapshot-record
           record contains 85 characters.
      *
       01 snapshot-record.
           05 sn-snap-date                      pic 9(8).
           05 sn-image.
               10 sn-nbr                         pic 9(5).
               10 filler                         pic x(64).
           05 sn-last-change                    pic 9(8).
      *
      * archive-file - an "H" header opens each annual section and
      * a "T" trailer closes it; between them a "C" record carries a
      * change-log record, an "R" a run-history record and a "J" a
      * reject record, each with the date it was archived under.
       fd archive-file
           recording mode is F
           data record is archive-record
           record contains 173 characters.
      *
       01 archive-record.
           05 ar-rec-type                       pic x.
           05 ar-year                           pic 9(4).
           05 ar-date                           pic 9(8).
           05 ar-data                           pic x(160).
      *
      * Header/trailer view - the counts and hashes are only
      * meaningful on the "T" trailer and on the "P" record written
      * after each proved purge, which carries the purge cutoff in
      * place of the close date and the counts and hashes purged.
       01 archive-control-record.
           05 ac-rec-type                       pic x.
           05 ac-year                           pic 9(4).
           05 ac-close-date                     pic 9(8).
           05 ac-chgl-count                     pic 9(7).
           05 ac-chgl-hash                      pic 9(13)v99.
           05 ac-hist-count                     pic 9(7).
           05 ac-hist-hash                      pic 9(13)v99.
           05 ac-rej-count                      pic 9(7).
           05 ac-rej-hash                       pic 9(13)v99.
           05 filler                            pic x(94).
      *
      * changelog-file - same layout as the changelog-record
      * A4EMPMNT writes in its 660-writechangelog paragraph.
       fd changelog-file
           recording mode is F
           data record is changelog-record
           record contains 160 characters.
      *
       01 changelog-record.
           05 cl-run-date                       pic 9(8).
           05 filler                            pic x(152).
      *
      * history-file - same layout as the history-record A4SALRPT
      * writes in its 760-writehistory paragraph.
       fd history-file
           recording mode is F
           data record is history-record
           record contains 113 characters.
      *
       01 history-record.
           05 hs-run-date                       pic 9(8).
           05 filler                            pic x(105).
      *
      * reject-file - same layout as the reject-record A4EMPMNT
      * writes.
       fd reject-file
           recording mode is F
           data record is reject-record
           record contains 100 characters.
      *
       01 reject-record.
           05 filler                            pic x(89).
           05 rj-orig-date                      pic 9(8).
           05 filler                            pic x(3).
      *
      * sent-file - same layout as the sent-record A4BENINT
      * writes; only the employee and the date sent are needed here.
       fd sent-file
           recording mode is F
           data record is sent-record
           record contains 31 characters.
      *
       01 sent-record.
           05 sf-nbr                            pic 9(5).
           05 filler                            pic x(18).
           05 sf-sent-date                      pic 9(8).
      *
       fd new-changelog-file
           recording mode is F
           data record is new-changelog-record
           record contains 160 characters.
      *
       01 new-changelog-record                  pic x(160).
      *
       fd new-history-file
           recording mode is F
           data record is new-history-record
           record contains 113 characters.
      *
       01 new-history-record                    pic x(113).
      *
       fd new-reject-file
           recording mode is F
           data record is new-reject-record
           record contains 100 characters.
      *
       01 new-reject-record                     pic x(100).
      *
       fd new-sent-file
           recording mode is F
           data record is new-sent-record
           record contains 31 characters.
      *
       01 new-sent-record                       pic x(31).
      *
       fd close-report-file
           recording mode is F
           data record is close-report-line
           record contains 132 characters.
      *
       01 close-report-line                     pic x(132).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-yc-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(28)
                value "YEAR-END CLOSE - CLOSED YEAR".
           05 filler                            pic x(1)
                value spaces.
           05 ws-yc-year-out                    pic 9(4).
           05 filler                            pic x(7)
                value " - RUN ".
           05 ws-yc-date-out                    pic 9(8).
           05 filler                            pic x(16)
                value " - RETAIN YEARS ".
           05 ws-yc-retain-out                  pic z9.
           05 filler                            pic x(9)
                value " - PURGE ".
           05 filler                            pic x(13)
                value "BEFORE DATE ".
           05 ws-yc-cutoff-out                  pic 9(8).

       01 ws-yc-snapshot-line.
           05 filler                            pic x(22)
                value "MASTER SNAPSHOT DATED ".
           05 ys-snap-date                      pic 9(8).
           05 filler                            pic x(11)
                value "  RECORDS= ".
           05 ys-count                          pic zzzzzz9.
           05 filler                            pic x(15)
                value "  SALARY HASH= ".
           05 ys-hash                           pic zzz,zzz,zzz,zz9.99.

       01 ws-yc-closed-line.
           05 filler                            pic x(5)
                value "YEAR ".
           05 yl-year                           pic 9(4).
           05 filler                            pic x(36)
                value " ALREADY CLOSED - SNAPSHOT AND ARCHI".
           05 filler                            pic x(30)
                value "VE SECTION NOT WRITTEN AGAIN".

       01 ws-yc-file-line.
           05 yf-label                          pic x(16).
           05 filler                            pic x(11)
                value "  ARCHIVED=".
           05 yf-arch-count                     pic zzzzzz9.
           05 filler                            pic x(7)
                value "  HASH=".
           05 yf-arch-hash                      pic zzz,zzz,zzz,zz9.99.
           05 filler                            pic x(9)
                value "  PURGED=".
           05 yf-purge-count                    pic zzzzzz9.
           05 filler                            pic x(7)
                value "  HASH=".
           05 yf-purge-hash                     pic zzz,zzz,zzz,zz9.99.
           05 filler                            pic x(7)
                value "  KEPT=".
           05 yf-keep-count                     pic zzzzzz9.

       01 ws-yc-proof-line.
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(12)
                value "PURGE PROOF ".
           05 filler                            pic x(11)
                value "  ARCHIVED=".
           05 yp-arch-count                     pic zzzzzz9.
           05 filler                            pic x(7)
                value "  HASH=".
           05 yp-arch-hash                      pic zzz,zzz,zzz,zz9.99.
           05 filler                            pic x(9)
                value "  PURGED=".
           05 yp-purge-count                    pic zzzzzz9.
           05 filler                            pic x(7)
                value "  HASH=".
           05 yp-purge-hash                     pic zzz,zzz,zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 yp-result                         pic x(8).

       01 ws-yc-status-line.
           05 ws-yc-status-text                 pic x(60).

       01 ws-yc-sent-line.
           05 filler                            pic x(16)
                value "BENEFITS SENT".
           05 filler                            pic x(9)
                value "  PURGED=".
           05 yb-purge-count                    pic zzzzzz9.
           05 filler                            pic x(7)
                value "  KEPT=".
           05 yb-keep-count                     pic zzzzzz9.

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-chgl                           pic x
           value "C".
       77 ws-lit-hist                           pic x
           value "R".
       77 ws-lit-rej                            pic x
           value "J".
       77 ws-lit-add                            pic x
           value "A".
       77 ws-lit-change                         pic x
           value "C".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-promote                        pic x
           value "P".

       77 ws-master-status                      pic xx
           value spaces.
       77 ws-snap-status                        pic xx
           value spaces.
       77 ws-arch-status                        pic xx
           value spaces.
       77 ws-chgl-status                        pic xx
           value spaces.
       77 ws-history-status                     pic xx
           value spaces.
       77 ws-reject-status                      pic xx
           value spaces.
       77 ws-new-chgl-status                    pic xx
           value spaces.
       77 ws-new-hist-status                    pic xx
           value spaces.
       77 ws-new-rej-status                     pic xx
           value spaces.
       77 ws-sent-status                        pic xx
           value spaces.
       77 ws-new-sent-status                    pic xx
           value spaces.

       77 ws-master-eof-flag                    pic x
           value "N".
       77 ws-snap-eof-flag                      pic x
           value "N".
       77 ws-arch-eof-flag                      pic x
           value "N".
       77 ws-chgl-eof-flag                      pic x
           value "N".
       77 ws-history-eof-flag                   pic x
           value "N".
       77 ws-reject-eof-flag                    pic x
           value "N".
       77 ws-sent-eof-flag                      pic x
           value "N".
       77 ws-already-closed-flag                pic x
           value "N".
       77 ws-proof-ok-flag                      pic x
           value "Y".
       77 ws-keep-sent-flag                     pic x
           value "Y".

      *Run parameters and the dates worked out from them - the
      *closed year's last day, the first date after the last year
      *already archived, and the first date the working files keep.
       01 ws-run-date-area.
           05 ws-run-date                       pic 9(8)
                value 0.
           05 filler redefines ws-run-date.
               10 ws-run-yyyy                    pic 9(4).
               10 filler                         pic 9(4).
       77 ws-close-text                         pic x(4)
           value spaces.
       77 ws-close-year                         pic 9(4)
           value 0.
       77 ws-retain-text                        pic x(2)
           value spaces.
       77 ws-retain-years                       pic 99
           value 2.
       77 ws-last-closed-year                   pic 9(4)
           value 0.
       77 ws-year-end-date                      pic 9(8)
           value 0.
       77 ws-arch-from-date                     pic 9(8)
           value 0.
       77 ws-cutoff-date                        pic 9(8)
           value 0.
       77 ws-cutoff-year                        pic 9(4)
           value 0.
       77 ws-last-purge-date                    pic 9(8)
           value 0.

      *Snapshot totals.
       77 ws-snap-count                         pic 9(7)
           value 0.
       77 ws-snap-hash                          pic 9(13)v99
           value 0.

      *Last-change table - one occupied slot per employee, searched
      *on the stored number: the date the previous snapshot carried,
      *moved on by every later change-log record, for the new
      *snapshot to stamp on each master record. ws-lc-snap-date is
      *the date of the snapshot the table was started from.
       01 ws-last-change-table.
           05 ws-lc-count                       pic 9(4)
                value 0.
           05 ws-lc-entry                       occurs 5000 times.
               10 ws-lc-nbr                      pic 9(5)
                    value 0.
               10 ws-lc-date                     pic 9(8)
                    value 0.
       77 ws-max-lcs                            pic 9(4)
           value 5000.
       77 ws-lc-sub                             pic 9(4)
           value 0.
       77 ws-lc-pos                             pic 9(4)
           value 0.
       77 ws-lc-find-nbr                        pic 9(5)
           value 0.
       77 ws-lc-find-date                       pic 9(8)
           value 0.
       77 ws-lc-snap-date                       pic 9(8)
           value 0.

      *Last-sent table - one occupied slot per employee on the
      *benefits sent-file, searched on the stored number: the place
      *in the file of the employee's latest record, the change the
      *carrier has now, which the trim keeps however old it is.
      *ws-sent-seq counts the records as they are read.
       01 ws-last-sent-table.
           05 ws-ls-count                       pic 9(4)
                value 0.
           05 ws-ls-entry                       occurs 5000 times.
               10 ws-ls-nbr                      pic 9(5)
                    value 0.
               10 ws-ls-seq                      pic 9(7)
                    value 0.
       77 ws-max-lss                            pic 9(4)
           value 5000.
       77 ws-ls-sub                             pic 9(4)
           value 0.
       77 ws-ls-pos                             pic 9(4)
           value 0.
       77 ws-sent-seq                           pic 9(7)
           value 0.
       77 ws-sent-purge-count                   pic 9(7)
           value 0.
       77 ws-sent-keep-count                    pic 9(7)
           value 0.

      *Per-file totals - what this run archived, what the purge
      *removes from the working file and what it keeps, and what
      *the archive holds for the purged period.
       77 ws-chgl-arch-count                    pic 9(7)
           value 0.
       77 ws-chgl-arch-hash                     pic 9(13)v99
           value 0.
       77 ws-chgl-purge-count                   pic 9(7)
           value 0.
       77 ws-chgl-purge-hash                    pic 9(13)v99
           value 0.
       77 ws-chgl-keep-count                    pic 9(7)
           value 0.
       77 ws-chgl-prov-count                    pic 9(7)
           value 0.
       77 ws-chgl-prov-hash                     pic 9(13)v99
           value 0.
       77 ws-hist-arch-count                    pic 9(7)
           value 0.
       77 ws-hist-arch-hash                     pic 9(13)v99
           value 0.
       77 ws-hist-purge-count                   pic 9(7)
           value 0.
       77 ws-hist-purge-hash                    pic 9(13)v99
           value 0.
       77 ws-hist-keep-count                    pic 9(7)
           value 0.
       77 ws-hist-prov-count                    pic 9(7)
           value 0.
       77 ws-hist-prov-hash                     pic 9(13)v99
           value 0.
       77 ws-rej-arch-count                     pic 9(7)
           value 0.
       77 ws-rej-arch-hash                      pic 9(13)v99
           value 0.
       77 ws-rej-purge-count                    pic 9(7)
           value 0.
       77 ws-rej-purge-hash                     pic 9(13)v99
           value 0.
       77 ws-rej-keep-count                     pic 9(7)
           value 0.
       77 ws-rej-prov-count                     pic 9(7)
           value 0.
       77 ws-rej-prov-hash                      pic 9(13)v99
           value 0.

      *One archive section's detail totals, checked against its
      *trailer as the archive is read back.
       77 ws-sect-chgl-count                    pic 9(7)
           value 0.
       77 ws-sect-chgl-hash                     pic 9(13)v99
           value 0.
       77 ws-sect-hist-count                    pic 9(7)
           value 0.
       77 ws-sect-hist-hash                     pic 9(13)v99
           value 0.
       77 ws-sect-rej-count                     pic 9(7)
           value 0.
       77 ws-sect-rej-hash                      pic 9(13)v99
           value 0.

      *Salary hash of the one record being counted.
       77 ws-rec-hash                           pic 9(13)v99
           value 0.

      *Work copies of each working-file record, broken out for the
      *salary hash - the change log's salary from its after image
      *(its before image for a delete), the run history's six
      *class raise-dollar totals, and the salary in the reject's
      *transaction image.
       01 ws-chgl-work.
           05 cw-run-date                       pic 9(8).
           05 cw-action                         pic x.
           05 cw-nbr                            pic 9(5).
           05 cw-before-image                   pic x(69).
           05 cw-after-image                    pic x(69).
           05 cw-entered-by                     pic x(8).

       01 ws-image-work.
           05 iw-nbr                            pic 9(5).
           05 iw-name                           pic x(15).
           05 iw-ed-code                        pic x.
           05 iw-years                          pic 99.
           05 iw-salary                         pic 9(5)v99.
           05 iw-dept                           pic x(4).
           05 iw-eff-date                       pic 9(8).
           05 iw-hire-date                      pic 9(8).
           05 iw-promo-position                 pic x(8).
           05 iw-promo-pct                      pic 99v9.
           05 iw-promo-eff-date                 pic 9(8).

       01 ws-hist-work.
           05 hw-run-date                       pic 9(8).
           05 filler                            pic x(29).
           05 hw-analyst-dollars                pic 9(10)v99.
           05 hw-sr-prog-dollars                pic 9(10)v99.
           05 hw-prog-dollars                   pic 9(10)v99.
           05 hw-jr-prog-dollars                pic 9(10)v99.
           05 hw-phd-dollars                    pic 9(10)v99.
           05 hw-masters-dollars                pic 9(10)v99.
           05 hw-return-code                    pic 9(4).

       01 ws-rej-work.
           05 rw-action                         pic x.
           05 rw-nbr                            pic 9(5).
           05 rw-name                           pic x(15).
           05 rw-ed-code                        pic x.
           05 rw-years                          pic 99.
           05 rw-salary                         pic 9(5)v99.
           05 filler                            pic x(28).
           05 rw-reason                         pic x(30).
           05 rw-orig-date                      pic 9(8).
           05 rw-nights                         pic 9(3).

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 150-scanarchive.
           perform 200-writesnapshot.
           perform 300-archiveyear.
           perform 400-tallyworking.
           perform 500-tallyarchive.
           perform 600-provepurge.
           perform 700-rewriteworking.
           perform 800-closefiles.
      *
           goback.

      *Picks up the run parameters and opens the report. CLOSEYR
      *unset or non-numeric closes last year; a year not yet over
      *cannot be closed. RETNYRS unset or non-numeric keeps two
      *years; zero keeps nothing once it is archived.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           accept ws-close-text                 from environment
                                                 "CLOSEYR"
                on exception move spaces        to ws-close-text
           end-accept.
           if ws-close-text is numeric
                move ws-close-text              to ws-close-year
           else
                compute ws-close-year = ws-run-yyyy - 1
           end-if.
           if ws-close-year >= ws-run-yyyy
                display "A4YRCLOS - CLOSEYR " ws-close-year
                        " IS NOT OVER - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

           accept ws-retain-text                from environment
                                                 "RETNYRS"
                on exception move spaces        to ws-retain-text
           end-accept.
           if ws-retain-text is numeric
                move ws-retain-text             to ws-retain-years
           else
           if ws-retain-text(1:1) is numeric
                   and ws-retain-text(2:1) = space
                move ws-retain-text(1:1)        to ws-retain-years
           end-if
           end-if.

           compute ws-year-end-date = ws-close-year * 10000 + 1231.
           compute ws-cutoff-year =
                ws-close-year - ws-retain-years + 1.
           compute ws-cutoff-date = ws-cutoff-year * 10000 + 101.

           open output close-report-file.
           move ws-close-year                   to ws-yc-year-out.
           move ws-run-date                     to ws-yc-date-out.
           move ws-retain-years                 to ws-yc-retain-out.
           move ws-cutoff-date                  to ws-yc-cutoff-out.
           write close-report-line              from ws-yc-heading.
           move spaces                          to close-report-line.
           write close-report-line              from ws-blank-line.
           move spaces                          to close-report-line.

      *Reads the archive through for the last year already closed.
      *Closing that year again is a rerun - its snapshot and section
      *are already written; closing an earlier one would archive
      *records out of order, and is refused.
       150-scanarchive.
           open input archive-file.
           if ws-arch-status not = "00"
                   and ws-arch-status not = "05"
                display "A4YRCLOS - ARCHIVE ARCHFILE WILL NOT OPEN - "
                        "STATUS " ws-arch-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           move "N"                             to ws-arch-eof-flag.
           perform 152-readarchive.
           perform 154-scanarchiveloop
                until ws-arch-eof-flag = ws-lit-yes.
           close archive-file.

           if ws-close-year = ws-last-closed-year
                move ws-lit-yes                 to
                                          ws-already-closed-flag
                move ws-close-year              to yl-year
                write close-report-line         from ws-yc-closed-line
                move spaces                     to close-report-line
           else
           if ws-close-year < ws-last-closed-year
                display "A4YRCLOS - CLOSEYR " ws-close-year
                        " PRECEDES LAST CLOSED YEAR "
                        ws-last-closed-year " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if
           end-if.

           if ws-last-closed-year > 0
                compute ws-arch-from-date =
                     (ws-last-closed-year + 1) * 10000 + 101
           else
                move 0                          to ws-arch-from-date
           end-if.

      *Reads one archive record.
       152-readarchive.
           read archive-file
                at end move ws-lit-yes          to ws-arch-eof-flag.

      *Notes the year of one section header and the cutoff of one
      *proved purge, and reads the next.
       154-scanarchiveloop.
           if ac-rec-type = "H"
                   and ac-year > ws-last-closed-year
                move ac-year                    to ws-last-closed-year
           end-if.
           if ac-rec-type = "P"
                   and ac-close-date > ws-last-purge-date
                move ac-close-date              to ws-last-purge-date
           end-if.
           perform 152-readarchive.

      *Appends the dated full snapshot of the master, each employee
      *stamped with their last-change date. A master that will not
      *open leaves nothing to snapshot and is fatal; so is a
      *snapshot file or change log the dates cannot be read from.
       200-writesnapshot.
           if ws-already-closed-flag not = ws-lit-yes
                open input master-file
                if ws-master-status not = "00"
                     display "A4YRCLOS - EMPLOYEE MASTER EMPMASTR "
                             "WILL NOT OPEN - STATUS "
                             ws-master-status " - RUN TERMINATED"
                     move 16                    to return-code
                     goback
                end-if
                perform 230-loadlastchanges
                open extend snapshot-file
                if ws-snap-status not = "00"
                        and ws-snap-status not = "05"
                     display "A4YRCLOS - SNAPSHOT SNAPFILE WILL NOT "
                             "OPEN - STATUS " ws-snap-status
                             " - RUN TERMINATED"
                     move 16                    to return-code
                     goback
                end-if
                perform 210-readmaster
                perform 220-snapshotloop
                     until ws-master-eof-flag = ws-lit-yes
                close master-file,
                      snapshot-file
                move ws-run-date                to ys-snap-date
                move ws-snap-count              to ys-count
                move ws-snap-hash               to ys-hash
                write close-report-line         from
                                            ws-yc-snapshot-line
                move spaces                     to close-report-line
           end-if.

      *Reads one master record.
       210-readmaster.
           read master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Writes one master record to the snapshot, and reads the next.
       220-snapshotloop.
           move ws-run-date                     to sn-snap-date.
           move master-record                   to sn-image.
           move em-nbr                          to ws-lc-find-nbr.
           perform 250-findlastchange.
           if ws-lc-pos > 0
                move ws-lc-date(ws-lc-pos)      to sn-last-change
           else
                move 0                          to sn-last-change
           end-if.
           write snapshot-record.
           add 1                                to ws-snap-count.
           add em-salary                        to ws-snap-hash.
           perform 210-readmaster.

      *Builds the last-change table - the dates the latest snapshot
      *already taken carries, then every change-log record, each
      *moving its employee's date on when it is later. The log
      *still holds everything since that snapshot: no purge ever
      *removes a record dated after the close that took it.
       230-loadlastchanges.
           open input snapshot-file.
           perform 948-checksnapopen.
           move "N"                             to ws-snap-eof-flag.
           perform 232-readsnapshot.
           perform 234-loadsnapshotloop
                until ws-snap-eof-flag = ws-lit-yes.
           close snapshot-file.

           open input changelog-file.
           perform 940-checkchglopen.
           move "N"                             to ws-chgl-eof-flag.
           perform 310-readchgl.
           perform 236-loadchglloop
                until ws-chgl-eof-flag = ws-lit-yes.
           close changelog-file.

      *Reads one snapshot record.
       232-readsnapshot.
           read snapshot-file
                at end move ws-lit-yes          to ws-snap-eof-flag.

      *Tables one employee's date off the latest snapshot, and reads
      *the next. Snapshots are appended in date order, so a later
      *snapshot date starts the table again.
       234-loadsnapshotloop.
           if sn-snap-date > ws-lc-snap-date
                move 0                          to ws-lc-count
                move sn-snap-date               to ws-lc-snap-date
           end-if.
           if sn-snap-date = ws-lc-snap-date
                   and sn-nbr is numeric
                   and sn-last-change is numeric
                move sn-nbr                     to ws-lc-find-nbr
                move sn-last-change             to ws-lc-find-date
                perform 240-notelastchange
           end-if.
           perform 232-readsnapshot.

      *Moves one change-log record's employee on to its date, and
      *reads the next.
       236-loadchglloop.
           move changelog-record                to ws-chgl-work.
           if cw-nbr is numeric
                   and cw-nbr > 0
                   and (cw-action = ws-lit-add
                   or cw-action = ws-lit-change
                   or cw-action = ws-lit-promote
                   or cw-action = ws-lit-delete)
                move cw-nbr                     to ws-lc-find-nbr
                move cw-run-date                to ws-lc-find-date
                perform 240-notelastchange
           end-if.
           perform 310-readchgl.

      *Notes the date in ws-lc-find-date against the employee in
      *ws-lc-find-nbr - a new slot, or a later date on the slot
      *already there.
       240-notelastchange.
           perform 250-findlastchange.
           if ws-lc-pos > 0
                if ws-lc-find-date > ws-lc-date(ws-lc-pos)
                     move ws-lc-find-date       to
                                          ws-lc-date(ws-lc-pos)
                end-if
           else
           if ws-lc-count < ws-max-lcs
                add 1                           to ws-lc-count
                move ws-lc-find-nbr             to
                                        ws-lc-nbr(ws-lc-count)
                move ws-lc-find-date            to
                                       ws-lc-date(ws-lc-count)
           else
                display "A4YRCLOS - LAST-CHANGE TABLE FULL - EMP "
                        ws-lc-find-nbr " SNAPSHOT WITHOUT ITS DATE"
           end-if
           end-if.

      *Finds an employee's last-change slot by the number in
      *ws-lc-find-nbr.
       250-findlastchange.
           move 0                               to ws-lc-pos.
           perform 252-scanlastchange
                varying ws-lc-sub               from 1 by 1
                until ws-lc-sub > ws-lc-count
                OR ws-lc-pos > 0.

      *Checks one last-change slot for a match on employee number.
       252-scanlastchange.
           if ws-lc-nbr(ws-lc-sub) = ws-lc-find-nbr
                move ws-lc-sub                  to ws-lc-pos
           end-if.

      *Appends the closed year's section to the archive - every
      *working-file record dated after the last closed year, up to
      *the closed year's last day - between a header and a trailer
      *carrying the section's counts and hashes. Every file is
      *opened before the header is written, so a file that will not
      *open never leaves a header with no trailer behind it.
       300-archiveyear.
           if ws-already-closed-flag not = ws-lit-yes
                open input changelog-file
                perform 940-checkchglopen
                open input history-file
                perform 942-checkhistopen
                open input reject-file
                perform 944-checkrejopen
                open extend archive-file
                perform 946-checkarchopen
                move spaces                     to
                                          archive-control-record
                move "H"                        to ac-rec-type
                move ws-close-year              to ac-year
                move ws-run-date                to ac-close-date
                write archive-control-record

                move "N"                        to ws-chgl-eof-flag
                perform 310-readchgl
                perform 320-archivechglloop
                     until ws-chgl-eof-flag = ws-lit-yes
                close changelog-file

                move "N"                        to ws-history-eof-flag
                perform 330-readhist
                perform 340-archivehistloop
                     until ws-history-eof-flag = ws-lit-yes
                close history-file

                move "N"                        to ws-reject-eof-flag
                perform 350-readrej
                perform 360-archiverejloop
                     until ws-reject-eof-flag = ws-lit-yes
                close reject-file

                move spaces                     to
                                          archive-control-record
                move "T"                        to ac-rec-type
                move ws-close-year              to ac-year
                move ws-run-date                to ac-close-date
                move ws-chgl-arch-count         to ac-chgl-count
                move ws-chgl-arch-hash          to ac-chgl-hash
                move ws-hist-arch-count         to ac-hist-count
                move ws-hist-arch-hash          to ac-hist-hash
                move ws-rej-arch-count          to ac-rej-count
                move ws-rej-arch-hash           to ac-rej-hash
                write archive-control-record
                close archive-file
           end-if.

      *Reads one change-log record.
       310-readchgl.
           read changelog-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Archives one change-log record in the closed period, and
      *reads the next.
       320-archivechglloop.
           if cl-run-date >= ws-arch-from-date
                   and cl-run-date <= ws-year-end-date
                move changelog-record           to ws-chgl-work
                perform 910-hashchgl
                move ws-lit-chgl                to ar-rec-type
                move ws-close-year              to ar-year
                move cl-run-date                to ar-date
                move changelog-record           to ar-data
                write archive-record
                add 1                           to ws-chgl-arch-count
                add ws-rec-hash                 to ws-chgl-arch-hash
           end-if.
           perform 310-readchgl.

      *Reads one run-history record.
       330-readhist.
           read history-file
                at end move ws-lit-yes          to ws-history-eof-flag.

      *Archives one run-history record in the closed period, and
      *reads the next.
       340-archivehistloop.
           if hs-run-date >= ws-arch-from-date
                   and hs-run-date <= ws-year-end-date
                move history-record             to ws-hist-work
                perform 920-hashhist
                move ws-lit-hist                to ar-rec-type
                move ws-close-year              to ar-year
                move hs-run-date                to ar-date
                move history-record             to ar-data
                write archive-record
                add 1                           to ws-hist-arch-count
                add ws-rec-hash                 to ws-hist-arch-hash
           end-if.
           perform 330-readhist.

      *Reads one reject record.
       350-readrej.
           read reject-file
                at end move ws-lit-yes          to ws-reject-eof-flag.

      *Archives one reject first rejected by the end of the closed
      *year, and reads the next. Unlike the two logs, the reject file
      *is not append-only - a reject corrected next month leaves it -
      *so each section holds every reject still recycling at the
      *close, not just the closed year's, and the purge is proved
      *against the close's own section.
       360-archiverejloop.
           if rj-orig-date <= ws-year-end-date
                move reject-record              to ws-rej-work
                perform 930-hashrej
                move ws-lit-rej                 to ar-rec-type
                move ws-close-year              to ar-year
                move rj-orig-date               to ar-date
                move reject-record              to ar-data
                write archive-record
                add 1                           to ws-rej-arch-count
                add ws-rec-hash                 to ws-rej-arch-hash
           end-if.
           perform 350-readrej.

      *Counts and hashes what the purge would remove from each
      *working file - every record dated before the retention
      *cutoff - and what it would keep. Anything dated before the
      *last proved purge was purged then and is only kept.
       400-tallyworking.
           open input changelog-file.
           perform 940-checkchglopen.
           move "N"                             to ws-chgl-eof-flag.
           perform 310-readchgl.
           perform 410-tallychglloop
                until ws-chgl-eof-flag = ws-lit-yes.
           close changelog-file.

           open input history-file.
           perform 942-checkhistopen.
           move "N"                             to ws-history-eof-flag.
           perform 330-readhist.
           perform 420-tallyhistloop
                until ws-history-eof-flag = ws-lit-yes.
           close history-file.

           open input reject-file.
           perform 944-checkrejopen.
           move "N"                             to ws-reject-eof-flag.
           perform 350-readrej.
           perform 430-tallyrejloop
                until ws-reject-eof-flag = ws-lit-yes.
           close reject-file.

      *Counts one change-log record as purged or kept.
       410-tallychglloop.
           if cl-run-date < ws-cutoff-date
                   and cl-run-date >= ws-last-purge-date
                move changelog-record           to ws-chgl-work
                perform 910-hashchgl
                add 1                           to ws-chgl-purge-count
                add ws-rec-hash                 to ws-chgl-purge-hash
           else
                add 1                           to ws-chgl-keep-count
           end-if.
           perform 310-readchgl.

      *Counts one run-history record as purged or kept.
       420-tallyhistloop.
           if hs-run-date < ws-cutoff-date
                   and hs-run-date >= ws-last-purge-date
                move history-record             to ws-hist-work
                perform 920-hashhist
                add 1                           to ws-hist-purge-count
                add ws-rec-hash                 to ws-hist-purge-hash
           else
                add 1                           to ws-hist-keep-count
           end-if.
           perform 330-readhist.

      *Counts one reject record as purged or kept.
       430-tallyrejloop.
           if rj-orig-date < ws-cutoff-date
                   and rj-orig-date >= ws-last-purge-date
                move reject-record              to ws-rej-work
                perform 930-hashrej
                add 1                           to ws-rej-purge-count
                add ws-rec-hash                 to ws-rej-purge-hash
           else
                add 1                           to ws-rej-keep-count
           end-if.
           perform 350-readrej.

      *Reads the archive back, counting and hashing the records it
      *holds from before the retention cutoff but not before the
      *last proved purge, and checking every
      *section's records against its own trailer. A section that
      *does not agree with its trailer cannot prove anything, and
      *fails the proof.
       500-tallyarchive.
           open input archive-file.
           perform 946-checkarchopen.
           move "N"                             to ws-arch-eof-flag.
           perform 152-readarchive.
           perform 510-tallyarchiveloop
                until ws-arch-eof-flag = ws-lit-yes.
           close archive-file.

      *Counts one archive record, and reads the next.
       510-tallyarchiveloop.
           if ar-rec-type = "H"
                move 0                          to ws-sect-chgl-count
                move 0                          to ws-sect-chgl-hash
                move 0                          to ws-sect-hist-count
                move 0                          to ws-sect-hist-hash
                move 0                          to ws-sect-rej-count
                move 0                          to ws-sect-rej-hash
           else
           if ar-rec-type = "T"
                if ac-chgl-count not = ws-sect-chgl-count
                        or ac-chgl-hash not = ws-sect-chgl-hash
                        or ac-hist-count not = ws-sect-hist-count
                        or ac-hist-hash not = ws-sect-hist-hash
                        or ac-rej-count not = ws-sect-rej-count
                        or ac-rej-hash not = ws-sect-rej-hash
                     display "A4YRCLOS - ARCHIVE SECTION " ac-year
                             " DOES NOT AGREE WITH ITS TRAILER"
                     move "N"                   to ws-proof-ok-flag
                end-if
           else
           if ar-rec-type = ws-lit-chgl
                move ar-data                    to ws-chgl-work
                perform 910-hashchgl
                add 1                           to ws-sect-chgl-count
                add ws-rec-hash                 to ws-sect-chgl-hash
                if ar-date < ws-cutoff-date
                        and ar-date >= ws-last-purge-date
                     add 1                      to ws-chgl-prov-count
                     add ws-rec-hash            to ws-chgl-prov-hash
                end-if
           else
           if ar-rec-type = ws-lit-hist
                move ar-data                    to ws-hist-work
                perform 920-hashhist
                add 1                           to ws-sect-hist-count
                add ws-rec-hash                 to ws-sect-hist-hash
                if ar-date < ws-cutoff-date
                        and ar-date >= ws-last-purge-date
                     add 1                      to ws-hist-prov-count
                     add ws-rec-hash            to ws-hist-prov-hash
                end-if
           else
           if ar-rec-type = ws-lit-rej
                move ar-data                    to ws-rej-work
                perform 930-hashrej
                add 1                           to ws-sect-rej-count
                add ws-rec-hash                 to ws-sect-rej-hash
                if ar-date < ws-cutoff-date
                        and ar-date >= ws-last-purge-date
                        and ar-year = ws-close-year
                     add 1                      to ws-rej-prov-count
                     add ws-rec-hash            to ws-rej-prov-hash
                end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
           perform 152-readarchive.

      *Proves the purge - for each working file, the archive must
      *hold exactly as many records from before the cutoff, with
      *the same salary hash, as the purge removes. Any difference
      *means something on the working file was never archived (or
      *the archive was damaged), and nothing is purged.
       600-provepurge.
           move "CHANGE LOG"                    to yf-label.
           move ws-chgl-arch-count              to yf-arch-count.
           move ws-chgl-arch-hash               to yf-arch-hash.
           move ws-chgl-purge-count             to yf-purge-count.
           move ws-chgl-purge-hash              to yf-purge-hash.
           move ws-chgl-keep-count              to yf-keep-count.
           move ws-chgl-prov-count              to yp-arch-count.
           move ws-chgl-prov-hash               to yp-arch-hash.
           move ws-chgl-purge-count             to yp-purge-count.
           move ws-chgl-purge-hash              to yp-purge-hash.
           if ws-chgl-prov-count = ws-chgl-purge-count
                   and ws-chgl-prov-hash = ws-chgl-purge-hash
                move "MATCHED"                  to yp-result
           else
                move "MISMATCH"                 to yp-result
                move "N"                        to ws-proof-ok-flag
           end-if.
           perform 610-writefilelines.

           move "RUN HISTORY"                   to yf-label.
           move ws-hist-arch-count              to yf-arch-count.
           move ws-hist-arch-hash               to yf-arch-hash.
           move ws-hist-purge-count             to yf-purge-count.
           move ws-hist-purge-hash              to yf-purge-hash.
           move ws-hist-keep-count              to yf-keep-count.
           move ws-hist-prov-count              to yp-arch-count.
           move ws-hist-prov-hash               to yp-arch-hash.
           move ws-hist-purge-count             to yp-purge-count.
           move ws-hist-purge-hash              to yp-purge-hash.
           if ws-hist-prov-count = ws-hist-purge-count
                   and ws-hist-prov-hash = ws-hist-purge-hash
                move "MATCHED"                  to yp-result
           else
                move "MISMATCH"                 to yp-result
                move "N"                        to ws-proof-ok-flag
           end-if.
           perform 610-writefilelines.

           move "REJECT RECYCLE"                to yf-label.
           move ws-rej-arch-count               to yf-arch-count.
           move ws-rej-arch-hash                to yf-arch-hash.
           move ws-rej-purge-count              to yf-purge-count.
           move ws-rej-purge-hash               to yf-purge-hash.
           move ws-rej-keep-count               to yf-keep-count.
           move ws-rej-prov-count               to yp-arch-count.
           move ws-rej-prov-hash                to yp-arch-hash.
           move ws-rej-purge-count              to yp-purge-count.
           move ws-rej-purge-hash               to yp-purge-hash.
           if ws-rej-prov-count = ws-rej-purge-count
                   and ws-rej-prov-hash = ws-rej-purge-hash
                move "MATCHED"                  to yp-result
           else
                move "MISMATCH"                 to yp-result
                move "N"                        to ws-proof-ok-flag
           end-if.
           perform 610-writefilelines.

      *Writes one file's totals and proof lines.
       610-writefilelines.
           write close-report-line              from ws-yc-file-line.
           move spaces                          to close-report-line.
           write close-report-line              from ws-yc-proof-line.
           move spaces                          to close-report-line.

      *Writes the purged working files - every record the tally
      *counted as kept, in its original order - once the proof
      *has held. A failed proof writes none of them, so the job has
      *nothing to put in place of the working files. Every file is
      *opened and checked before the first record is written: a
      *working file that would not open now would otherwise give a
      *short new file the proof never covered. The benefits
      *sent-file is trimmed with them - it is A4BENINT's memory of
      *what the carrier was sent, not a record the archive keeps,
      *so it needs no proof.
       700-rewriteworking.
           write close-report-line              from ws-blank-line.
           move spaces                          to close-report-line.
           if ws-proof-ok-flag not = ws-lit-yes
                move "PURGE PROOF FAILED - WORKING FILES NOT "
                                                 to ws-yc-status-text
                move "REWRITTEN"                to
                                      ws-yc-status-text(40:9)
                display "A4YRCLOS - PURGE PROOF FAILED - WORKING "
                        "FILES NOT REWRITTEN"
                move 16                         to return-code
           else
                perform 750-loadlastsent
                open input changelog-file
                perform 940-checkchglopen
                open input history-file
                perform 942-checkhistopen
                open input reject-file
                perform 944-checkrejopen
                open extend archive-file
                perform 946-checkarchopen
                open output new-changelog-file
                perform 950-checknewchglopen
                open output new-history-file
                perform 952-checknewhistopen
                open output new-reject-file
                perform 954-checknewrejopen
                open input sent-file
                perform 956-checksentopen
                open output new-sent-file
                perform 958-checknewsentopen

                move "N"                        to ws-chgl-eof-flag
                perform 310-readchgl
                perform 710-keepchglloop
                     until ws-chgl-eof-flag = ws-lit-yes
                close changelog-file,
                      new-changelog-file

                move "N"                        to ws-history-eof-flag
                perform 330-readhist
                perform 720-keephistloop
                     until ws-history-eof-flag = ws-lit-yes
                close history-file,
                      new-history-file

                move "N"                        to ws-reject-eof-flag
                perform 350-readrej
                perform 730-keeprejloop
                     until ws-reject-eof-flag = ws-lit-yes
                close reject-file,
                      new-reject-file

                move "N"                        to ws-sent-eof-flag
                move 0                          to ws-sent-seq
                perform 752-readsent
                perform 760-keepsentloop
                     until ws-sent-eof-flag = ws-lit-yes
                close sent-file,
                      new-sent-file
                perform 740-recordpurge
                move "PURGE PROVED - CHGLNEW, HISTNEW, REJNEW AND "
                                                 to ws-yc-status-text
                move "SENTNEW WRITTEN"          to
                                      ws-yc-status-text(45:15)
           end-if.
           write close-report-line              from ws-yc-status-line.
           move spaces                          to close-report-line.
           if ws-proof-ok-flag = ws-lit-yes
                move ws-sent-purge-count        to yb-purge-count
                move ws-sent-keep-count         to yb-keep-count
                write close-report-line         from ws-yc-sent-line
                move spaces                     to close-report-line
           end-if.

      *Keeps one change-log record on or after the cutoff.
       710-keepchglloop.
           if cl-run-date >= ws-cutoff-date
                   or cl-run-date < ws-last-purge-date
                write new-changelog-record      from changelog-record
           end-if.
           perform 310-readchgl.

      *Keeps one run-history record on or after the cutoff.
       720-keephistloop.
           if hs-run-date >= ws-cutoff-date
                   or hs-run-date < ws-last-purge-date
                write new-history-record        from history-record
           end-if.
           perform 330-readhist.

      *Keeps one reject first rejected on or after the cutoff.
       730-keeprejloop.
           if rj-orig-date >= ws-cutoff-date
                   or rj-orig-date < ws-last-purge-date
                write new-reject-record         from reject-record
           end-if.
           perform 350-readrej.

      *Records the proved purge on the archive, opened by
      *700-rewriteworking - the cutoff and what was purged from each
      *working file.
       740-recordpurge.
           move spaces                          to
                                          archive-control-record.
           move "P"                             to ac-rec-type.
           move ws-close-year                   to ac-year.
           move ws-cutoff-date                  to ac-close-date.
           move ws-chgl-purge-count             to ac-chgl-count.
           move ws-chgl-purge-hash              to ac-chgl-hash.
           move ws-hist-purge-count             to ac-hist-count.
           move ws-hist-purge-hash              to ac-hist-hash.
           move ws-rej-purge-count              to ac-rej-count.
           move ws-rej-purge-hash               to ac-rej-hash.
           write archive-control-record.
           close archive-file.

      *Tables the place of each employee's latest record on the
      *benefits sent-file - a first read of the whole file, before
      *700-rewriteworking writes anything.
       750-loadlastsent.
           open input sent-file.
           perform 956-checksentopen.
           move 0                               to ws-sent-seq.
           perform 752-readsent.
           perform 754-loadlastsentloop
                until ws-sent-eof-flag = ws-lit-yes.
           close sent-file.

      *Reads one sent record, counting its place in the file.
       752-readsent.
           read sent-file
                at end move ws-lit-yes          to ws-sent-eof-flag.
           if ws-sent-eof-flag not = ws-lit-yes
                add 1                           to ws-sent-seq
           end-if.

      *Notes one sent record as its employee's latest so far, and
      *reads the next. When the table is full the employee is left
      *out of it, and 760-keepsentloop keeps all of their records.
       754-loadlastsentloop.
           if sf-nbr is numeric
                perform 756-findlastsent
                if ws-ls-pos = 0
                     if ws-ls-count < ws-max-lss
                          add 1                 to ws-ls-count
                          move ws-ls-count      to ws-ls-pos
                          move sf-nbr           to
                                         ws-ls-nbr(ws-ls-pos)
                     else
                          display "A4YRCLOS - LAST-SENT TABLE FULL "
                                  "- EMP " sf-nbr
                                  " NOT TRIMMED FROM BENSENT"
                     end-if
                end-if
                if ws-ls-pos > 0
                     move ws-sent-seq           to
                                         ws-ls-seq(ws-ls-pos)
                end-if
           end-if.
           perform 752-readsent.

      *Finds the employee of the sent record in the last-sent
      *table.
       756-findlastsent.
           move 0                               to ws-ls-pos.
           perform 758-scanlastsent
                varying ws-ls-sub               from 1 by 1
                until ws-ls-sub > ws-ls-count
                OR ws-ls-pos > 0.

      *Checks one last-sent slot for a match on employee number.
       758-scanlastsent.
           if ws-ls-nbr(ws-ls-sub) = sf-nbr
                move ws-ls-sub                  to ws-ls-pos
           end-if.

      *Keeps one sent record sent on or after the cutoff, or the
      *latest for its employee - what A4BENINT compares the next
      *change against - and purges the rest. A record it cannot
      *place is kept.
       760-keepsentloop.
           move ws-lit-yes                      to ws-keep-sent-flag.
           if sf-nbr is numeric
                   and sf-sent-date is numeric
                   and sf-sent-date < ws-cutoff-date
                perform 756-findlastsent
                if ws-ls-pos > 0
                     if ws-ls-seq(ws-ls-pos) not = ws-sent-seq
                          move "N"              to ws-keep-sent-flag
                     end-if
                end-if
           end-if.
           if ws-keep-sent-flag = ws-lit-yes
                write new-sent-record           from sent-record
                add 1                           to ws-sent-keep-count
           else
                add 1                           to ws-sent-purge-count
           end-if.
           perform 752-readsent.

      *Close files statement.
       800-closefiles.
           close close-report-file.

      *Salary hash of the change-log record in ws-chgl-work - the
      *salary in its after image, or its before image for a delete.
       910-hashchgl.
           move 0                               to ws-rec-hash.
           if cw-after-image = spaces
                move cw-before-image            to ws-image-work
           else
                move cw-after-image             to ws-image-work
           end-if.
           if iw-salary is numeric
                move iw-salary                  to ws-rec-hash
           end-if.

      *Salary hash of the run-history record in ws-hist-work - its
      *six class raise-dollar totals.
       920-hashhist.
           move 0                               to ws-rec-hash.
           if hw-analyst-dollars is numeric
                   and hw-sr-prog-dollars is numeric
                   and hw-prog-dollars is numeric
                   and hw-jr-prog-dollars is numeric
                   and hw-phd-dollars is numeric
                   and hw-masters-dollars is numeric
                compute ws-rec-hash = hw-analyst-dollars
                     + hw-sr-prog-dollars + hw-prog-dollars
                     + hw-jr-prog-dollars + hw-phd-dollars
                     + hw-masters-dollars
           end-if.

      *Salary hash of the reject record in ws-rej-work - the salary
      *in its transaction image.
       930-hashrej.
           move 0                               to ws-rec-hash.
           if rw-salary is numeric
                move rw-salary                  to ws-rec-hash
           end-if.

      *Ends the run when the change log will not open. A missing log
      *opens as an empty optional file with status 05; anything else
      *would leave the read loop waiting for an end of file that
      *never comes.
       940-checkchglopen.
           if ws-chgl-status not = "00"
                   and ws-chgl-status not = "05"
                display "A4YRCLOS - CHANGE LOG CHGLFILE WILL NOT "
                        "OPEN - STATUS " ws-chgl-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the run history will not open.
       942-checkhistopen.
           if ws-history-status not = "00"
                   and ws-history-status not = "05"
                display "A4YRCLOS - RUN HISTORY HISTFILE WILL NOT "
                        "OPEN - STATUS " ws-history-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the reject recycle file will not open.
       944-checkrejopen.
           if ws-reject-status not = "00"
                   and ws-reject-status not = "05"
                display "A4YRCLOS - REJECT FILE REJFILE WILL NOT "
                        "OPEN - STATUS " ws-reject-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the archive will not open, for reading or
      *for extending - the first close creates it, with status 05.
       946-checkarchopen.
           if ws-arch-status not = "00"
                   and ws-arch-status not = "05"
                display "A4YRCLOS - ARCHIVE ARCHFILE WILL NOT OPEN - "
                        "STATUS " ws-arch-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the snapshot file will not open for
      *reading - the first close finds none, with status 05.
       948-checksnapopen.
           if ws-snap-status not = "00"
                   and ws-snap-status not = "05"
                display "A4YRCLOS - SNAPSHOT SNAPFILE WILL NOT "
                        "OPEN - STATUS " ws-snap-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the purged change log cannot be written.
       950-checknewchglopen.
           if ws-new-chgl-status not = "00"
                display "A4YRCLOS - PURGED CHANGE LOG CHGLNEW WILL "
                        "NOT OPEN - STATUS " ws-new-chgl-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the purged run history cannot be written.
       952-checknewhistopen.
           if ws-new-hist-status not = "00"
                display "A4YRCLOS - PURGED RUN HISTORY HISTNEW WILL "
                        "NOT OPEN - STATUS " ws-new-hist-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the purged reject file cannot be written.
       954-checknewrejopen.
           if ws-new-rej-status not = "00"
                display "A4YRCLOS - PURGED REJECT FILE REJNEW WILL "
                        "NOT OPEN - STATUS " ws-new-rej-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the benefits sent-file will not open - a
      *shop with no carrier interface has none, with status 05.
       956-checksentopen.
           if ws-sent-status not = "00"
                   and ws-sent-status not = "05"
                display "A4YRCLOS - BENEFITS SENT FILE BENSENT WILL "
                        "NOT OPEN - STATUS " ws-sent-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Ends the run when the trimmed sent-file cannot be written.
       958-checknewsentopen.
           if ws-new-sent-status not = "00"
                display "A4YRCLOS - TRIMMED SENT FILE SENTNEW WILL "
                        "NOT OPEN - STATUS " ws-new-sent-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *
       end program A4YRCLOS.
