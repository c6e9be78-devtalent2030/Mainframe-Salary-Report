       identification division.
       program-id. A4BENINT.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Outbound salary-change interface for the benefits carrier.
      *  Life and disability coverage is a multiple of annual
      *  salary, so the carrier needs every new annual salary and
      *  every termination - including the held raises A4HLDREL
      *  releases after the cycle and the corrections a retro run
      *  makes, which re-keying from the printed report kept
      *  missing. This program gathers the changes from:
      *    - the cycle extract A4SALRPT handed payroll (EXTRFILE);
      *    - the supplemental extract of released held raises
      *      A4HLDREL wrote (SUPLEXTR);
      *    - the retro adjustment extract of a retro run (ADJEXTR),
      *      whose corrected annual salary is the master salary plus
      *      the original increase plus the signed increase delta;
      *    - the deletes A4EMPMNT logged to the change log
      *      (CHGLFILE), sent as terminations effective the day the
      *      delete was applied.
      *  Any of the four may be absent - they arrive at different
      *  points of the cycle - and each is noted on the console.
      *
      *  A salary change is sent only when the annual salary differs
      *  from the one the carrier last got for the employee, or, for
      *  an employee never sent before, from the salary the source
      *  shows before the change. A change is effective from the
      *  master's raise effective date (the cycle date BENDATE when
      *  the raise covered the whole cycle), or the promotion's
      *  effective date for a promotion if that is later.
      *
      *  Everything sent is appended to the sent-file BENSENT, and
      *  a change already on it - same employee, kind of change,
      *  effective date and salary - is never sent again, so a
      *  source fed through twice sends nothing the second time.
      *  A4YRCLOS trims it at each year-end close to the
      *  working files' retention period, keeping every employee's
      *  latest change, so it stays well inside the sent table.
      *  The delete window runs from BENFROM (yyyymmdd) through
      *  BENDATE; BENFROM defaults to the last date anything was
      *  sent, or to BENDATE when nothing ever has been.
      *
      *  The change file BENCHGF is fixed format: an "H" header, one
      *  "D" record per change, and a "T" trailer with the record
      *  counts and the annual and previous salary totals so the
      *  carrier can balance the load.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * extract-file declaration - the cycle extract A4SALRPT
      * handed payroll
           select extract-file
               assign to EXTRFILE
               organization is sequential
               file status is ws-extract-status.
      *
      * supplemental-file declaration - the released held raises
      * A4HLDREL wrote
           select supplemental-file
               assign to SUPLEXTR
               organization is sequential
               file status is ws-supl-status.
      *
      * adjust-file declaration - the retro adjustment extract a
      * retro run of A4SALRPT wrote
           select adjust-file
               assign to ADJEXTR
               organization is sequential
               file status is ws-adjust-status.
      *
      * changelog-file declaration - the permanent change log
      * A4EMPMNT appends every applied maintenance action to
           select changelog-file
               assign to CHGLFILE
               organization is sequential
               file status is ws-chgl-status.
      *
      * master-file declaration - the indexed employee master, read
      * by employee number for the raise effective date and the
      * salary a retro correction applies to
           select master-file
               assign to EMPMASTR
               organization is indexed
               access mode is random
               record key is em-nbr
               file status is ws-master-status.
      *
      * sent-file declaration - the record of the changes sent to
      * the carrier, read first and then extended with this run's
           select optional sent-file
               assign to BENSENT
               organization is sequential
               file status is ws-sent-status.
      *
      * benefit-file declaration - the change file transmitted to
      * the benefits carrier
           select benefit-file
               assign to BENCHGF
               organization is sequential.
      *
       data division.
       file section.
      *
      * extract-file - the comma-delimited extract layout A4SALRPT
      * writes, amounts picked up positionally the way A4PAYREC
      * reads them. ex-entry-type is "P" for a promotion effective
      * this cycle.
       fd extract-file
           recording mode is F
           data record is extract-line
           record contains 90 characters.
      *
       01 extract-line.
           05 ex-emp-num                        pic x(5).
           05 filler                            pic x.
           05 ex-emp-name                       pic x(15).
           05 filler                            pic x.
           05 ex-position                       pic x(8).
           05 filler                            pic x.
           05 ex-curr-salary                    pic x(9).
           05 filler                            pic x.
           05 ex-percent-inc                    pic x(5).
           05 filler                            pic x.
           05 ex-salary-increase                pic x(10).
           05 filler                            pic x.
           05 ex-new-salary                     pic x(9).
           05 filler                            pic x.
           05 ex-prorated-increase              pic x(10).
           05 filler                            pic x.
           05 ex-bonus                          pic x(9).
           05 filler                            pic x.
           05 ex-entry-type                     pic x.
      *
      * Trailer view - only the tag is needed here.
       01 extract-trailer-record.
           05 et-tag                            pic x(4).
           05 filler                            pic x(86).
      *
      * supplemental-file - same comma-delimited layout as the
      * extract
       fd supplemental-file
           recording mode is F
           data record is supplemental-line
           record contains 90 characters.
      *
       01 supplemental-line.
           05 su-emp-num                        pic x(5).
           05 filler                            pic x.
           05 su-emp-name                       pic x(15).
           05 filler                            pic x(10).
           05 su-curr-salary                    pic x(9).
           05 filler                            pic x(18).
           05 su-new-salary                     pic x(9).
           05 filler                            pic x(23).
      *
       01 supplemental-trailer-record.
           05 st-tag                            pic x(4).
           05 filler                            pic x(86).
      *
      * adjust-file - the retro adjustment line A4SALRPT's
      * 565-writeadjustline writes: the original and corrected
      * increase and the signed deltas, the sign trailing.
       fd adjust-file
           recording mode is F
           data record is adjust-line
           record contains 80 characters.
      *
       01 adjust-line.
           05 aj-emp-num                        pic x(5).
           05 filler                            pic x.
           05 aj-emp-name                       pic x(15).
           05 filler                            pic x.
           05 aj-position                       pic x(8).
           05 filler                            pic x.
           05 aj-orig-increase                  pic x(10).
           05 filler                            pic x.
           05 aj-new-increase                   pic x(10).
           05 filler                            pic x.
           05 aj-delta-increase                 pic x(10).
           05 aj-delta-increase-sign            pic x.
           05 filler                            pic x.
           05 aj-delta-newsal                   pic x(10).
           05 filler                            pic x(5).
      *
       01 adjust-trailer-record.
           05 at-tag                            pic x(4).
           05 filler                            pic x(76).
      *
      * changelog-file - same layout as the changelog-record
      * A4EMPMNT writes in its 660-writechangelog paragraph. Only a
      * delete's before image is needed here.
       fd changelog-file
           recording mode is F
           data record is changelog-record
           record contains 160 characters.
      *
       01 changelog-record.
           05 cl-run-date                       pic 9(8).
           05 cl-action                         pic x.
           05 cl-nbr                            pic 9(5).
           05 cl-before-image.
               10 cb-nbr                         pic 9(5).
               10 cb-name                        pic x(15).
               10 cb-ed-code                     pic x.
               10 cb-years                       pic 99.
               10 cb-salary                      pic 9(5)v99.
               10 filler                         pic x(39).
           05 cl-after-image                    pic x(69).
           05 cl-entered-by                     pic x(8).
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
      * sent-file - one change sent to the carrier: who, "S" salary
      * change or "T" termination, its effective date, the annual
      * salary sent, the source it came from (E extract, S
      * supplemental, R retro, D delete) and the date it was sent.
       fd sent-file
           recording mode is F
           data record is sent-record
           record contains 31 characters.
      *
       01 sent-record.
           05 sf-nbr                            pic 9(5).
           05 sf-change-type                    pic x.
           05 sf-eff-date                       pic 9(8).
           05 sf-annual-salary                  pic 9(6)v99.
           05 sf-source                         pic x.
           05 sf-sent-date                      pic 9(8).
      *
      * benefit-file - the carrier change file: an "H" header, one
      * "D" detail per change, and a "T" trailer.
       fd benefit-file
           recording mode is F
           data record is benefit-detail-record
           record contains 80 characters.
      *
      * Detail - bd-change-type and bd-source as on sent-record;
      * bd-prev-salary is the annual salary the carrier last had.
       01 benefit-detail-record.
           05 bd-rec-type                       pic x.
           05 bd-change-type                    pic x.
           05 bd-nbr                            pic 9(5).
           05 bd-name                           pic x(15).
           05 bd-eff-date                       pic 9(8).
           05 bd-annual-salary                  pic 9(6)v99.
           05 bd-prev-salary                    pic 9(6)v99.
           05 bd-source                         pic x.
           05 filler                            pic x(33).
      *
       01 benefit-header-record.
           05 bh-rec-type                       pic x.
           05 bh-file-id                        pic x(8).
           05 bh-create-date                    pic 9(8).
           05 bh-cycle-date                     pic 9(8).
           05 filler                            pic x(55).
      *
      * Trailer - the detail count split into salary changes and
      * terminations, and the annual and previous salary totals of
      * every detail.
       01 benefit-trailer-record.
           05 bt-rec-type                       pic x.
           05 bt-detail-count                   pic 9(7).
           05 bt-change-count                   pic 9(7).
           05 bt-term-count                     pic 9(7).
           05 bt-annual-total                   pic 9(10)v99.
           05 bt-prev-total                     pic 9(10)v99.
           05 filler                            pic x(34).
      *
       working-storage section.

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-promote                        pic x
           value "P".
       77 ws-lit-salary-change                  pic x
           value "S".
       77 ws-lit-termination                    pic x
           value "T".
       77 ws-lit-file-id                        pic x(8)
           value "BENCHG".

       77 ws-extract-status                     pic xx
           value spaces.
       77 ws-supl-status                        pic xx
           value spaces.
       77 ws-adjust-status                      pic xx
           value spaces.
       77 ws-chgl-status                        pic xx
           value spaces.
       77 ws-master-status                      pic xx
           value spaces.
       77 ws-sent-status                        pic xx
           value spaces.

       77 ws-extract-eof-flag                   pic x
           value "N".
       77 ws-supl-eof-flag                      pic x
           value "N".
       77 ws-adjust-eof-flag                    pic x
           value "N".
       77 ws-chgl-eof-flag                      pic x
           value "N".
       77 ws-sent-eof-flag                      pic x
           value "N".
       77 ws-on-master-flag                     pic x
           value "N".
       77 ws-already-sent-flag                  pic x
           value "N".
       77 ws-send-flag                          pic x
           value "N".

      *Run parameters - the cycle date and the start of the delete
      *window.
       77 ws-run-date                           pic 9(8)
           value 0.
       77 ws-cycle-date                         pic 9(8)
           value 0.
       77 ws-from-date                          pic 9(8)
           value 0.
       77 ws-last-sent-date                     pic 9(8)
           value 0.
       77 ws-date-text                          pic x(8)
           value spaces.
       77 ws-date-num redefines ws-date-text    pic 9(8).

      *Records read from each source, and what became of the
      *changes offered.
       77 ws-extract-count                      pic 9(7)
           value 0.
       77 ws-supl-count                         pic 9(7)
           value 0.
       77 ws-adjust-count                       pic 9(7)
           value 0.
       77 ws-delete-count                       pic 9(7)
           value 0.
       77 ws-already-sent-count                 pic 9(7)
           value 0.
       77 ws-no-change-count                    pic 9(7)
           value 0.
       77 ws-not-on-master-count                pic 9(7)
           value 0.

      *Change-file trailer totals.
       77 ws-detail-count                       pic 9(7)
           value 0.
       77 ws-change-count                       pic 9(7)
           value 0.
       77 ws-term-count                         pic 9(7)
           value 0.
       77 ws-annual-total                       pic 9(10)v99
           value 0.
       77 ws-prev-total                         pic 9(10)v99
           value 0.

      *One change being offered to the carrier - who, the kind of
      *change, when it took effect, the new annual salary, the
      *salary before it as the source shows it, and the source.
       77 ws-chg-nbr                            pic 9(5)
           value 0.
       77 ws-chg-name                           pic x(15)
           value spaces.
       77 ws-chg-type                           pic x
           value spaces.
       77 ws-chg-eff-date                       pic 9(8)
           value 0.
       77 ws-chg-annual                         pic 9(6)v99
           value 0.
       77 ws-chg-before                         pic 9(6)v99
           value 0.
       77 ws-chg-prev                           pic 9(6)v99
           value 0.
       77 ws-chg-source                         pic x
           value spaces.
       77 ws-chg-entry-type                     pic x
           value spaces.

       77 ws-emp-nbr-num                        pic 9(5)
           value 0.
       77 ws-conv-amount                        pic 9(8)v99
           value 0.
       77 ws-retro-calc                         pic s9(8)v99
           value 0.

      *Sent table - every change on the sent-file plus this run's,
      *in the order sent, so the last entry for an employee is
      *what the carrier has now.
       01 ws-sent-table.
           05 ws-snt-entry                      occurs 20000 times.
               10 ws-snt-nbr                     pic 9(5).
               10 ws-snt-change-type             pic x.
               10 ws-snt-eff-date                pic 9(8).
               10 ws-snt-annual-salary           pic 9(6)v99.
       77 ws-snt-count                          pic 9(5)
           value 0.
       77 ws-max-sents                          pic 9(5)
           value 20000.
       77 ws-snt-sub                            pic 9(5)
           value 0.
       77 ws-snt-last-pos                       pic 9(5)
           value 0.

      *Display-to-numeric conversion areas for the zero-suppressed
      *amounts on the extract lines.
       01 ws-conv9-area.
           05 ws-conv9-text                     pic x(9).
           05 filler redefines ws-conv9-text.
               10 ws-conv9-int                   pic 9(6).
               10 filler                         pic x.
               10 ws-conv9-frac                  pic 99.

       01 ws-conv10-area.
           05 ws-conv10-text                    pic x(10).
           05 filler redefines ws-conv10-text.
               10 ws-conv10-int                  pic 9(7).
               10 filler                         pic x.
               10 ws-conv10-frac                 pic 99.

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 150-loadsent.
           perform 190-openoutput.
           perform 200-sendextract.
           perform 300-sendsupplemental.
           perform 400-sendretro.
           perform 500-sendterminations.
           perform 700-writetrailer.
           perform 800-closefiles.
      *
           goback.

      *Reads the cycle date and opens the master. Without the
      *master there is no effective date for any raise and no
      *salary for a retro correction to apply to, so it is fatal.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           move ws-run-date                     to ws-cycle-date.
           move spaces                          to ws-date-text.
           accept ws-date-text                  from environment
                                                 "BENDATE"
                on exception move spaces        to ws-date-text
           end-accept.
           if ws-date-text is numeric
                   and ws-date-num > 0
                move ws-date-num                to ws-cycle-date
           end-if.
           open input master-file.
           if ws-master-status not = "00"
                display "A4BENINT - EMPLOYEE MASTER EMPMASTR WILL NOT "
                        "OPEN - STATUS " ws-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Loads everything on the sent-file. The first run has none
      *yet. A history too big for the table cannot prove a change
      *was not sent before, so that is fatal rather than a file
      *that may repeat changes.
       150-loadsent.
           open input sent-file.
           if ws-sent-status not = "00"
                   and ws-sent-status not = "05"
                display "A4BENINT - SENT FILE BENSENT WILL NOT OPEN - "
                        "STATUS " ws-sent-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           perform 152-readsent.
           perform 154-loadsentloop
                until ws-sent-eof-flag = ws-lit-yes.
           close sent-file.
           if ws-snt-count > ws-max-sents
                display "A4BENINT - SENT FILE BENSENT HOLDS MORE THAN "
                        ws-max-sents " CHANGES - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Reads one sent record.
       152-readsent.
           read sent-file
                at end move ws-lit-yes          to ws-sent-eof-flag.

      *Tables one sent change, and reads the next. The latest sent
      *date is kept for the default delete window.
       154-loadsentloop.
           add 1                                to ws-snt-count.
           if ws-snt-count <= ws-max-sents
                move sf-nbr                     to
                                      ws-snt-nbr(ws-snt-count)
                move sf-change-type             to
                              ws-snt-change-type(ws-snt-count)
                move sf-eff-date                to
                                 ws-snt-eff-date(ws-snt-count)
                move sf-annual-salary           to
                            ws-snt-annual-salary(ws-snt-count)
           end-if.
           if sf-sent-date is numeric
                   and sf-sent-date > ws-last-sent-date
                move sf-sent-date               to ws-last-sent-date
           end-if.
           perform 152-readsent.

      *Sets the delete window, then opens the sent-file to append
      *this run's changes and starts the change file.
       190-openoutput.
           move ws-cycle-date                   to ws-from-date.
           if ws-last-sent-date > 0
                   and ws-last-sent-date <= ws-cycle-date
                move ws-last-sent-date          to ws-from-date
           end-if.
           move spaces                          to ws-date-text.
           accept ws-date-text                  from environment
                                                 "BENFROM"
                on exception move spaces        to ws-date-text
           end-accept.
           if ws-date-text is numeric
                   and ws-date-num > 0
                   and ws-date-num <= ws-cycle-date
                move ws-date-num                to ws-from-date
           end-if.
           open extend sent-file.
           if ws-sent-status not = "00"
                   and ws-sent-status not = "05"
                display "A4BENINT - SENT FILE BENSENT WILL NOT OPEN - "
                        "STATUS " ws-sent-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open output benefit-file.
           move spaces                          to
                                           benefit-header-record.
           move "H"                             to bh-rec-type.
           move ws-lit-file-id                  to bh-file-id.
           move ws-run-date                     to bh-create-date.
           move ws-cycle-date                   to bh-cycle-date.
           write benefit-header-record.

      *Offers every cycle extract line. The extract carries the
      *salary before and after the raise.
       200-sendextract.
           open input extract-file.
           if ws-extract-status = "00"
                perform 210-readextract
                perform 220-sendextractloop
                     until ws-extract-eof-flag = ws-lit-yes
                close extract-file
           else
                display "A4BENINT - CYCLE EXTRACT EXTRFILE NOT "
                        "AVAILABLE - NO CYCLE RAISES SENT"
           end-if.

      *Reads one extract line.
       210-readextract.
           read extract-file
                at end move ws-lit-yes          to ws-extract-eof-flag.

      *Offers one extract line - the TRL trailer is skipped - and
      *reads the next.
       220-sendextractloop.
           if et-tag not = "TRL,"
                   and ex-emp-num is numeric
                move ex-emp-num                 to ws-emp-nbr-num
                if ws-emp-nbr-num > 0
                     add 1                      to ws-extract-count
                     move ws-emp-nbr-num        to ws-chg-nbr
                     move ex-emp-name           to ws-chg-name
                     move ex-curr-salary        to ws-conv9-text
                     perform 232-convert9
                     move ws-conv-amount        to ws-chg-before
                     move ex-new-salary         to ws-conv9-text
                     perform 232-convert9
                     move ws-conv-amount        to ws-chg-annual
                     move ex-entry-type         to ws-chg-entry-type
                     move "E"                   to ws-chg-source
                     perform 240-offerraise
                end-if
           end-if.
           perform 210-readextract.

      *Converts a zero-suppressed 10-byte amount.
       230-convert10.
           inspect ws-conv10-text
                replacing all " "               by "0".
           compute ws-conv-amount =
                ws-conv10-int + ws-conv10-frac / 100.

      *Converts a zero-suppressed 9-byte salary.
       232-convert9.
           inspect ws-conv9-text
                replacing all " "               by "0".
           compute ws-conv-amount =
                ws-conv9-int + ws-conv9-frac / 100.

      *Offers a new annual salary from any of the three extracts,
      *dated from the master. An employee no longer on the master
      *has been deleted since - the termination goes instead.
       240-offerraise.
           perform 250-readmaster.
           if ws-on-master-flag = ws-lit-yes
                move ws-lit-salary-change       to ws-chg-type
                perform 260-seteffdate
                perform 600-offerchange
           else
                add 1                           to
                                            ws-not-on-master-count
                display "A4BENINT - EMP " ws-chg-nbr
                        " NOT ON MASTER - SALARY CHANGE NOT SENT"
           end-if.

      *Reads the master for the employee being offered.
       250-readmaster.
           move ws-lit-yes                      to ws-on-master-flag.
           move ws-chg-nbr                      to em-nbr.
           read master-file
                invalid key move "N"            to ws-on-master-flag.

      *The raise's effective date on the master - zeros mean the
      *raise covered the whole cycle, dated the cycle date. A
      *promotion counts from its own date when that is later.
       260-seteffdate.
           move ws-cycle-date                   to ws-chg-eff-date.
           if em-eff-date is numeric
                   and em-eff-date > 0
                move em-eff-date                to ws-chg-eff-date
           end-if.
           if ws-chg-entry-type = ws-lit-promote
                   and em-promo-eff-date is numeric
                   and em-promo-eff-date > ws-chg-eff-date
                move em-promo-eff-date          to ws-chg-eff-date
           end-if.

      *Offers every released held raise on the supplemental
      *extract, at the new salary it was released at.
       300-sendsupplemental.
           open input supplemental-file.
           if ws-supl-status = "00"
                perform 310-readsupplemental
                perform 320-sendsupplementalloop
                     until ws-supl-eof-flag = ws-lit-yes
                close supplemental-file
           else
                display "A4BENINT - SUPPLEMENTAL EXTRACT SUPLEXTR NOT "
                        "AVAILABLE - NO RELEASED RAISES SENT"
           end-if.

      *Reads one supplemental line.
       310-readsupplemental.
           read supplemental-file
                at end move ws-lit-yes          to ws-supl-eof-flag.

      *Offers one supplemental line - the TRL trailer is skipped -
      *and reads the next.
       320-sendsupplementalloop.
           if st-tag not = "TRL,"
                   and su-emp-num is numeric
                move su-emp-num                 to ws-emp-nbr-num
                if ws-emp-nbr-num > 0
                     add 1                      to ws-supl-count
                     move ws-emp-nbr-num        to ws-chg-nbr
                     move su-emp-name           to ws-chg-name
                     move su-curr-salary        to ws-conv9-text
                     perform 232-convert9
                     move ws-conv-amount        to ws-chg-before
                     move su-new-salary         to ws-conv9-text
                     perform 232-convert9
                     move ws-conv-amount        to ws-chg-annual
                     move spaces                to ws-chg-entry-type
                     move "S"                   to ws-chg-source
                     perform 240-offerraise
                end-if
           end-if.
           perform 310-readsupplemental.

      *Offers every retro correction. The corrected annual salary
      *is the master salary plus what the employee is now paid -
      *the original increase plus the signed increase delta, which
      *comes to the corrected increase, or to nothing when the
      *corrected raise is being held for sign-off.
       400-sendretro.
           open input adjust-file.
           if ws-adjust-status = "00"
                perform 410-readadjust
                perform 420-sendretroloop
                     until ws-adjust-eof-flag = ws-lit-yes
                close adjust-file
           else
                display "A4BENINT - RETRO EXTRACT ADJEXTR NOT "
                        "AVAILABLE - NO RETRO CORRECTIONS SENT"
           end-if.

      *Reads one retro adjustment line.
       410-readadjust.
           read adjust-file
                at end move ws-lit-yes          to ws-adjust-eof-flag.

      *Offers one retro line - the TRL trailer is skipped - and
      *reads the next.
       420-sendretroloop.
           if at-tag not = "TRL,"
                   and aj-emp-num is numeric
                move aj-emp-num                 to ws-emp-nbr-num
                if ws-emp-nbr-num > 0
                     add 1                      to ws-adjust-count
                     move ws-emp-nbr-num        to ws-chg-nbr
                     move aj-emp-name           to ws-chg-name
                     perform 430-retrosalary
                end-if
           end-if.
           perform 410-readadjust.

      *Works out the corrected annual salary off the master and
      *offers it. A line for an employee the retro run found gone
      *from the master has no salary to correct.
       430-retrosalary.
           perform 250-readmaster.
           if ws-on-master-flag = ws-lit-yes
                move em-salary                  to ws-chg-before
                move em-salary                  to ws-retro-calc
                move aj-orig-increase           to ws-conv10-text
                perform 230-convert10
                add ws-conv-amount              to ws-retro-calc
                move aj-delta-increase          to ws-conv10-text
                perform 230-convert10
                if aj-delta-increase-sign = "-"
                     subtract ws-conv-amount    from ws-retro-calc
                else
                     add ws-conv-amount         to ws-retro-calc
                end-if
                if ws-retro-calc < 0
                     move 0                     to ws-retro-calc
                end-if
                move ws-retro-calc              to ws-chg-annual
                if ws-chg-name = spaces
                     move em-name               to ws-chg-name
                end-if
                move spaces                     to ws-chg-entry-type
                move "R"                        to ws-chg-source
                move ws-lit-salary-change       to ws-chg-type
                perform 260-seteffdate
                perform 600-offerchange
           else
                add 1                           to
                                            ws-not-on-master-count
                display "A4BENINT - EMP " ws-chg-nbr
                        " NOT ON MASTER - RETRO CORRECTION NOT SENT"
           end-if.

      *Offers every delete A4EMPMNT logged in the window as a
      *termination, effective the day it was applied, at the
      *salary the employee was deleted with.
       500-sendterminations.
           open input changelog-file.
           if ws-chgl-status = "00"
                perform 510-readchgl
                perform 520-sendterminationloop
                     until ws-chgl-eof-flag = ws-lit-yes
                close changelog-file
           else
                display "A4BENINT - CHANGE LOG CHGLFILE NOT "
                        "AVAILABLE - NO TERMINATIONS SENT"
           end-if.

      *Reads one change-log record.
       510-readchgl.
           read changelog-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Offers one delete in the window, and reads the next.
       520-sendterminationloop.
           if cl-action = ws-lit-delete
                   and cl-nbr is numeric
                   and cl-run-date is numeric
                   and cl-run-date >= ws-from-date
                   and cl-run-date <= ws-cycle-date
                add 1                           to ws-delete-count
                move cl-nbr                     to ws-chg-nbr
                move cb-name                    to ws-chg-name
                move 0                          to ws-chg-before
                if cb-salary is numeric
                     move cb-salary             to ws-chg-before
                end-if
                move ws-chg-before              to ws-chg-annual
                move cl-run-date                to ws-chg-eff-date
                move ws-lit-termination         to ws-chg-type
                move "D"                        to ws-chg-source
                perform 600-offerchange
           end-if.
           perform 510-readchgl.

      *Decides whether the change in ws-chg- goes to the carrier.
      *One already sent - same employee, kind, date and salary - is
      *never sent again. A salary change also has to differ from
      *what the carrier has: the last salary sent, or the salary
      *before the change for an employee never sent or last sent
      *as a termination. A termination always goes.
       600-offerchange.
           perform 610-findsent.
           move "N"                             to ws-send-flag.
           if ws-already-sent-flag = ws-lit-yes
                add 1                           to
                                             ws-already-sent-count
           else
           if ws-chg-type = ws-lit-termination
                move ws-chg-before              to ws-chg-prev
                if ws-snt-last-pos > 0
                     move ws-snt-annual-salary(ws-snt-last-pos) to
                                                 ws-chg-prev
                end-if
                move ws-lit-yes                 to ws-send-flag
           else
                move ws-chg-before              to ws-chg-prev
                if ws-snt-last-pos > 0
                     if ws-snt-change-type(ws-snt-last-pos) =
                                          ws-lit-salary-change
                          move ws-snt-annual-salary(ws-snt-last-pos)
                                                 to ws-chg-prev
                     end-if
                end-if
                if ws-chg-annual not = ws-chg-prev
                     move ws-lit-yes            to ws-send-flag
                else
                     add 1                      to ws-no-change-count
                end-if
           end-if
           end-if.
           if ws-send-flag = ws-lit-yes
                perform 620-sendchange
           end-if.

      *Looks the change up in the sent table - whether it was sent
      *already, and the last change sent for the employee.
       610-findsent.
           move "N"                             to ws-already-sent-flag.
           move 0                               to ws-snt-last-pos.
           perform 612-scansent
                varying ws-snt-sub              from 1 by 1
                until ws-snt-sub > ws-snt-count.

      *Checks one sent slot against the change.
       612-scansent.
           if ws-snt-nbr(ws-snt-sub) = ws-chg-nbr
                move ws-snt-sub                 to ws-snt-last-pos
                if ws-snt-change-type(ws-snt-sub) = ws-chg-type
                        and ws-snt-eff-date(ws-snt-sub) =
                                              ws-chg-eff-date
                        and ws-snt-annual-salary(ws-snt-sub) =
                                              ws-chg-annual
                     move ws-lit-yes            to
                                            ws-already-sent-flag
                end-if
           end-if.

      *Writes the change to the carrier file and the sent-file, and
      *tables it so the rest of the run sees it as sent.
       620-sendchange.
           move spaces                          to
                                           benefit-detail-record.
           move "D"                             to bd-rec-type.
           move ws-chg-type                     to bd-change-type.
           move ws-chg-nbr                      to bd-nbr.
           move ws-chg-name                     to bd-name.
           move ws-chg-eff-date                 to bd-eff-date.
           move ws-chg-annual                   to bd-annual-salary.
           move ws-chg-prev                     to bd-prev-salary.
           move ws-chg-source                   to bd-source.
           write benefit-detail-record.
           add 1                                to ws-detail-count.
           if ws-chg-type = ws-lit-termination
                add 1                           to ws-term-count
           else
                add 1                           to ws-change-count
           end-if.
           add ws-chg-annual                    to ws-annual-total.
           add ws-chg-prev                      to ws-prev-total.

           move ws-chg-nbr                      to sf-nbr.
           move ws-chg-type                     to sf-change-type.
           move ws-chg-eff-date                 to sf-eff-date.
           move ws-chg-annual                   to sf-annual-salary.
           move ws-chg-source                   to sf-source.
           move ws-run-date                     to sf-sent-date.
           write sent-record.

           if ws-snt-count < ws-max-sents
                add 1                           to ws-snt-count
                move ws-chg-nbr                 to
                                      ws-snt-nbr(ws-snt-count)
                move ws-chg-type                to
                              ws-snt-change-type(ws-snt-count)
                move ws-chg-eff-date            to
                                 ws-snt-eff-date(ws-snt-count)
                move ws-chg-annual              to
                            ws-snt-annual-salary(ws-snt-count)
           else
                display "A4BENINT - SENT TABLE FULL - EMP "
                        ws-chg-nbr " SENT BUT NOT TABLED"
           end-if.

      *Writes the trailer the carrier balances the file against,
      *and the run's totals on the console.
       700-writetrailer.
           move spaces                          to
                                           benefit-trailer-record.
           move "T"                             to bt-rec-type.
           move ws-detail-count                 to bt-detail-count.
           move ws-change-count                 to bt-change-count.
           move ws-term-count                   to bt-term-count.
           move ws-annual-total                 to bt-annual-total.
           move ws-prev-total                   to bt-prev-total.
           write benefit-trailer-record.

           display "A4BENINT - CHANGES FROM " ws-from-date
                   " THROUGH " ws-cycle-date.
           display "A4BENINT - EXTRACT LINES: " ws-extract-count
                   "  SUPPLEMENTAL: " ws-supl-count
                   "  RETRO: " ws-adjust-count
                   "  DELETES: " ws-delete-count.
           display "A4BENINT - SALARY CHANGES SENT: " ws-change-count
                   "  TERMINATIONS SENT: " ws-term-count.
           display "A4BENINT - ALREADY SENT: " ws-already-sent-count
                   "  NO SALARY CHANGE: " ws-no-change-count
                   "  NOT ON MASTER: " ws-not-on-master-count.

      *Close files statement
       800-closefiles.
           close master-file,
                 sent-file,
                 benefit-file.

      *
       end program A4BENINT.
