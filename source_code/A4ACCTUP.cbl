       identification division.
       program-id. A4ACCTUP.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Payroll accrual true-up journal, run after A4PAYREC has
      *  proved the payroll load. A4SALRPT's cycle journal accrues
      *  every raise it costed - the held ones included, at their
      *  capped amounts - but payroll pays what it actually loaded
      *  and what A4HLDREL later released, and the difference has
      *  only ever been fixed by hand at month end. This program
      *  reads the same extract and confirmation A4PAYREC matched,
      *  plus the held file, decision file and supplemental extract
      *  of the A4HLDREL run, and writes a balancing journal in the
      *  GLJRNFIL D/C/T layout that:
      *    - reverses the accrual for every extracted employee
      *      payroll never loaded;
      *    - adjusts the accrual by the difference for an employee
      *      loaded at a different amount than extracted;
      *    - accrues the part of a released held raise the cycle
      *      journal did not already accrue (nothing for a release
      *      at the capped amount, the excess for an uncapped one);
      *    - reverses the capped accrual of a held raise HR denied.
      *  Each adjustment posts to the employee's department on the
      *  master, mapped through GLMAPFIL/GLMSTG exactly as
      *  A4SALRPT maps its journal, against the payroll accrual
      *  account, with a "T" trailer proving debits equal credits.
      *  A printed report lists every adjustment behind the journal.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * extract-file declaration - the extract this cycle handed
      * payroll, the accrual baseline being trued up
           select extract-file
               assign to EXTRFILE
               organization is sequential
               file status is ws-extract-status.
      *
      * confirm-file declaration - the confirmation payroll returned
      * after loading the extract
           select confirm-file
               assign to CONFFILE
               organization is sequential
               file status is ws-confirm-status.
      *
      * master-file declaration - the indexed employee master, read
      * by employee number for the department each adjustment
      * posts to
           select master-file
               assign to EMPMASTR
               organization is indexed
               access mode is random
               record key is em-nbr
               file status is ws-master-status.
      *
      * held-file declaration - the held file the A4HLDREL run
      * settled, for the capped raise the cycle journal accrued
           select held-file
               assign to HELDFILE
               organization is sequential
               file status is ws-held-status.
      *
      * decision-file declaration - the HR decisions the A4HLDREL
      * run applied, for the held raises denied
           select decision-file
               assign to HRDECFIL
               organization is sequential
               file status is ws-dec-status.
      *
      * supplemental-file declaration - the released held raises
      * A4HLDREL wrote
           select supplemental-file
               assign to SUPLEXTR
               organization is sequential
               file status is ws-supl-status.
      *
      * glmap-file declaration - same layout A4SALRPT loads
           select glmap-file
               assign to GLMAPFIL
               organization is sequential
               file status is ws-glmap-status.
      *
      * glmstg-file declaration - effective-dated staged GL mappings
           select glmstg-file
               assign to GLMSTG
               organization is sequential
               file status is ws-glmstg-status.
      *
      * trueup-journal-file declaration - the balanced true-up
      * journal handed to the finance system
           select trueup-journal-file
               assign to TRUJFILE
               organization is sequential.
      *
      * trueup-report-file declaration - the printed true-up report
           select trueup-report-file
               assign to TRUPRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      * extract-file - the comma-delimited extract layout A4SALRPT
      * writes, amounts picked up positionally the way A4PAYREC
      * reads them.
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
           05 filler                            pic x(2).
      *
      * Trailer view - only the tag is needed here.
       01 extract-trailer-record.
           05 et-tag                            pic x(4).
           05 filler                            pic x(86).
      *
      * confirm-file - one comma-delimited line per employee payroll
      * loaded: employee number and the new salary as loaded.
       fd confirm-file
           recording mode is F
           data record is confirm-record
           record contains 30 characters.
      *
       01 confirm-record.
           05 cf-emp-num                        pic x(5).
           05 filler                            pic x.
           05 cf-new-salary                     pic x(9).
           05 filler                            pic x(15).
      *
       01 confirm-trailer-record.
           05 ct-tag                            pic x(4).
           05 filler                            pic x(26).
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
      * held-file - same record A4SALRPT's 528-capoverage writes
       fd held-file
           recording mode is F
           data record is held-record
           record contains 69 characters.
      *
       01 held-record.
           05 hd-nbr                            pic x(5).
           05 hd-name                           pic x(15).
           05 hd-position                       pic x(8).
           05 hd-curr-salary                    pic 9(5)v99.
           05 hd-uncapped-salary                pic 9(8)v99.
           05 hd-capped-salary                  pic 9(6)v99.
           05 hd-eff-date                       pic 9(8).
           05 hd-bonus                          pic 9(6)v99.
      *
      * decision-file - same record A4HLDREL reads
       fd decision-file
           recording mode is F
           data record is decision-record
           record contains 35 characters.
      *
       01 decision-record.
           05 dc-nbr                            pic x(5).
           05 dc-action                         pic x.
           05 dc-approver                       pic x(20).
           05 dc-override-auth                  pic x.
           05 dc-date                           pic 9(8).
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
           05 filler                            pic x(26).
           05 su-salary-increase                pic x(10).
           05 filler                            pic x(33).
      *
       01 supplemental-trailer-record.
           05 st-tag                            pic x(4).
           05 filler                            pic x(86).
      *
       fd glmap-file
           recording mode is F
           data record is glmap-record
           record contains 12 characters.
      *
       01 glmap-record.
           05 gm-dept                           pic x(4).
           05 gm-account                        pic x(8).
      *
      * glmstg-file - a glmap-record behind its effective date; a
      * blank account removes the department's mapping from then on
       fd glmstg-file
           recording mode is F
           data record is glmstg-record
           record contains 20 characters.
      *
       01 glmstg-record.
           05 sg-eff-date                       pic 9(8).
           05 sg-dept                           pic x(4).
           05 sg-account                        pic x(8).
      *
      * trueup-journal-file - the GLJRNFIL journal layout: "D" debit
      * and "C" credit lines per department and to the payroll
      * accrual account, and a "T" trailer carrying both totals.
       fd trueup-journal-file
           recording mode is F
           data record is journal-record
           record contains 37 characters.
      *
       01 journal-record.
           05 jr-type                           pic x.
           05 jr-account                        pic x(8).
           05 jr-dept                           pic x(4).
           05 jr-debit                          pic 9(10)v99.
           05 jr-credit                         pic 9(10)v99.
      *
       fd trueup-report-file
           recording mode is F
           data record is trueup-report-line
           record contains 132 characters.
      *
       01 trueup-report-line                    pic x(132).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-tu-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(30)
                value "PAYROLL ACCRUAL TRUE-UP REPORT".
           05 filler                            pic x(9)
                value " - AS OF ".
           05 ws-tu-date-out                    pic 9(8).

       01 ws-tu-column-heading.
           05 filler                            pic x(3)
                value "EMP".
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(8)
                value "EMP NAME".
           05 filler                            pic x(9)
                value spaces.
           05 filler                            pic x(4)
                value "DEPT".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(7)
                value "ACCOUNT".
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(10)
                value "ADJUSTMENT".
           05 filler                            pic x(22)
                value spaces.
           05 filler                            pic x(13)
                value "ACCRUAL DELTA".

       01 ws-tu-detail.
           05 td-emp-num                        pic x(5).
           05 filler                            pic x(2)
                value spaces.
           05 td-emp-name                       pic x(15).
           05 filler                            pic x(2)
                value spaces.
           05 td-dept                           pic x(4).
           05 filler                            pic x(2)
                value spaces.
           05 td-account                        pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 td-reason                         pic x(30).
           05 filler                            pic x(2)
                value spaces.
           05 td-amount                         pic -,---,--9.99.

       01 ws-tu-total-line.
           05 tt-label                          pic x(30).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(6)
                value "COUNT=".
           05 tt-count-out                      pic zzzz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(8)
                value "DOLLARS=".
           05 tt-dollars-out                    pic ---,---,--9.99.

       01 ws-tu-nomap-line.
           05 filler                            pic x(40)
                value "GLMAPFIL NOT AVAILABLE - NO TRUE-UP JOUR".
           05 filler                            pic x(25)
                value "NAL WRITTEN THIS RUN".

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-deny                           pic x
           value "D".

       77 ws-extract-status                     pic xx
           value spaces.
       77 ws-confirm-status                     pic xx
           value spaces.
       77 ws-master-status                      pic xx
           value spaces.
       77 ws-held-status                        pic xx
           value spaces.
       77 ws-dec-status                         pic xx
           value spaces.
       77 ws-supl-status                        pic xx
           value spaces.
       77 ws-glmap-status                       pic xx
           value spaces.
       77 ws-glmstg-status                      pic xx
           value spaces.

       77 ws-extract-eof-flag                   pic x
           value "N".
       77 ws-confirm-eof-flag                   pic x
           value "N".
       77 ws-held-eof-flag                      pic x
           value "N".
       77 ws-dec-eof-flag                       pic x
           value "N".
       77 ws-supl-eof-flag                      pic x
           value "N".
       77 ws-glmap-eof-flag                     pic x
           value "N".
       77 ws-stg-eof-flag                       pic x
           value "N".
       77 ws-glmap-loaded-flag                  pic x
           value "N".

       77 ws-run-date                           pic 9(8)
           value 0.
       77 ws-emp-nbr-num                        pic 9(5)
           value 0.
       77 ws-conv-amount                        pic 9(8)v99
           value 0.

      *Counts and dollars behind each kind of adjustment, for the
      *report totals.
       77 ws-notloaded-count                    pic 9(5)
           value 0.
       77 ws-notloaded-total                    pic 9(10)v99
           value 0.
       77 ws-wrongamt-count                     pic 9(5)
           value 0.
       77 ws-wrongamt-total                     pic s9(10)v99
           value 0.
       77 ws-released-count                     pic 9(5)
           value 0.
       77 ws-released-total                     pic s9(10)v99
           value 0.
       77 ws-denied-count                       pic 9(5)
           value 0.
       77 ws-denied-total                       pic 9(10)v99
           value 0.

      *One adjustment being posted - who, why, and the signed
      *change to the accrual (positive accrues more, negative
      *reverses).
       77 ws-adj-nbr                            pic 9(5)
           value 0.
       77 ws-adj-name                           pic x(15)
           value spaces.
       77 ws-adj-reason                         pic x(30)
           value spaces.
       77 ws-adj-amount                         pic s9(8)v99
           value 0.
       77 ws-adj-dept                           pic x(4)
           value spaces.

      *GL control accounts - the same built-in defaults A4SALRPT
      *carries, overridden by the reserved "*ACC"/"*SUS" map
      *entries.
       77 ws-gl-accrual-account                 pic x(8)
           value "21000000".
       77 ws-gl-suspense-account                pic x(8)
           value "99999999".
       77 ws-gl-account-work                    pic x(8)
           value spaces.
       77 ws-gl-debit-total                     pic 9(10)v99
           value 0.
       77 ws-gl-credit-total                    pic 9(10)v99
           value 0.
       77 ws-gl-accrue-total                    pic 9(10)v99
           value 0.
       77 ws-gl-reverse-total                   pic 9(10)v99
           value 0.

       01 ws-glmap-table.
           05 ws-glmap-entry                    occurs 50 times.
               10 ws-glmap-dept                  pic x(4).
               10 ws-glmap-account               pic x(8).
       77 ws-glmap-count                        pic 99
           value 0.
       77 ws-max-glmaps                         pic 99
           value 50.
       77 ws-glmap-sub                          pic 99
           value 0.
       77 ws-glmap-pos                          pic 99
           value 0.

      *Department adjustment totals - what each department's
      *expense account is debited (accrued) and credited
      *(reversed). A blank department is an employee no longer on
      *the master, posted to suspense.
       01 ws-tdept-table.
           05 ws-tdept-entry                    occurs 100 times.
               10 ws-tdept-code                  pic x(4).
               10 ws-tdept-accrue                pic 9(10)v99.
               10 ws-tdept-reverse               pic 9(10)v99.
       77 ws-tdept-count                        pic 999
           value 0.
       77 ws-max-tdepts                         pic 999
           value 100.
       77 ws-tdept-sub                          pic 999
           value 0.
       77 ws-tdept-pos                          pic 999
           value 0.

      *Extract table - one slot per extracted employee, the raise
      *the cycle journal accrued for them and the new salary they
      *should have been loaded at.
       01 ws-extract-table.
           05 ws-ext-count                      pic 9(4)
                value 0.
           05 ws-ext-entry                      occurs 5000 times.
               10 ws-ext-nbr                     pic 9(5)
                    value 0.
               10 ws-ext-matched                 pic x
                    value "N".
               10 ws-ext-name                    pic x(15)
                    value spaces.
               10 ws-ext-increase                pic 9(8)v99
                    value 0.
               10 ws-ext-newsal                  pic 9(8)v99
                    value 0.
       77 ws-max-exts                           pic 9(4)
           value 5000.
       77 ws-ext-sub                            pic 9(4)
           value 0.
       77 ws-ext-pos                            pic 9(4)
           value 0.

      *Held table - one slot per held raise the A4HLDREL run
      *settled, with the capped raise the cycle journal accrued.
       01 ws-held-table.
           05 ws-hld-count                      pic 9(4)
                value 0.
           05 ws-hld-entry                      occurs 2000 times.
               10 ws-hld-nbr                     pic 9(5)
                    value 0.
               10 ws-hld-name                    pic x(15)
                    value spaces.
               10 ws-hld-accrued                 pic 9(8)v99
                    value 0.
       77 ws-max-helds                          pic 9(4)
           value 2000.
       77 ws-hld-sub                            pic 9(4)
           value 0.
       77 ws-hld-pos                            pic 9(4)
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
           perform 120-loadglmap.
           perform 200-loadextract.
           perform 300-matchconfirmations.
           perform 400-reversenotloaded.
           perform 450-loadheld.
           perform 500-accruereleases.
           perform 550-reversedenials.
           perform 700-writejournal.
           perform 750-reporttotals.
           perform 800-closefiles.
      *
           goback.

      *Open the files the true-up cannot run without. No extract
      *or no confirmation means nothing can be proved loaded or
      *dropped, and no master means no adjustment could be charged
      *to its department - every one of them is fatal rather than
      *a journal that posts the wrong thing.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           open input extract-file.
           if ws-extract-status not = "00"
                display "A4ACCTUP - EXTRACT EXTRFILE WILL NOT OPEN - "
                        "STATUS " ws-extract-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open input confirm-file.
           if ws-confirm-status not = "00"
                display "A4ACCTUP - CONFIRMATION CONFFILE WILL NOT "
                        "OPEN - STATUS " ws-confirm-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open input master-file.
           if ws-master-status not = "00"
                display "A4ACCTUP - EMPLOYEE MASTER EMPMASTR WILL NOT "
                        "OPEN - STATUS " ws-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open output trueup-report-file.
           move ws-run-date                     to ws-tu-date-out.
           write trueup-report-line             from ws-tu-heading.
           move spaces                          to trueup-report-line.
           write trueup-report-line             from ws-blank-line.
           move spaces                          to trueup-report-line.
           write trueup-report-line             from
                                            ws-tu-column-heading.
           move spaces                          to trueup-report-line.
           write trueup-report-line             from ws-blank-line.
           move spaces                          to trueup-report-line.

      *Loads the GL account map and merges the staged mappings
      *whose date has arrived, the way A4SALRPT does for its cycle
      *journal - so a department's true-up lands on the same
      *account its accrual did. No map file means no journal, with
      *a warning, the same as A4SALRPT.
       120-loadglmap.
           open input glmap-file.
           if ws-glmap-status = "00"
                move ws-lit-yes                 to ws-glmap-loaded-flag
                perform 122-readglmapfirst
                perform 124-loadglmaploop
                     until ws-glmap-eof-flag = ws-lit-yes
                     OR ws-glmap-count >= ws-max-glmaps
                close glmap-file
           end-if.
           open input glmstg-file.
           if ws-glmstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read glmstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 126-applyonestagedmap
                     until ws-stg-eof-flag = ws-lit-yes
                close glmstg-file
           end-if.

      *First read of glmap-file.
       122-readglmapfirst.
           read glmap-file
                at end move ws-lit-yes          to ws-glmap-eof-flag.

      *Stores one glmap-file record - a reserved control-account
      *entry updates the control account, anything else maps a
      *department - and reads the next.
       124-loadglmaploop.
           if gm-dept = "*ACC"
                move gm-account                 to ws-gl-accrual-account
           else
           if gm-dept = "*SUS"
                move gm-account                 to
                                           ws-gl-suspense-account
           else
                add 1                           to ws-glmap-count
                move gm-dept                    to
                                     ws-glmap-dept(ws-glmap-count)
                move gm-account                 to
                                  ws-glmap-account(ws-glmap-count)
           end-if
           end-if.

           read glmap-file
                at end move ws-lit-yes          to ws-glmap-eof-flag.

      *Applies one staged GL mapping whose date has arrived, and
      *reads the next.
       126-applyonestagedmap.
           if sg-eff-date is numeric
                   and sg-eff-date <= ws-run-date
                move ws-lit-yes                 to ws-glmap-loaded-flag
                if sg-dept = "*ACC"
                     move sg-account            to ws-gl-accrual-account
                else
                if sg-dept = "*SUS"
                     move sg-account            to
                                           ws-gl-suspense-account
                else
                     move sg-dept               to ws-adj-dept
                     perform 127-findglmap
                     if sg-account = spaces
                          if ws-glmap-pos > 0
                               move ws-glmap-entry(ws-glmap-count)
                                    to ws-glmap-entry(ws-glmap-pos)
                               subtract 1       from ws-glmap-count
                          end-if
                     else
                     if ws-glmap-pos > 0
                          move sg-account       to
                                 ws-glmap-account(ws-glmap-pos)
                     else
                     if ws-glmap-count < ws-max-glmaps
                          add 1                 to ws-glmap-count
                          move sg-dept          to
                                   ws-glmap-dept(ws-glmap-count)
                          move sg-account       to
                                ws-glmap-account(ws-glmap-count)
                     end-if
                     end-if
                     end-if
                end-if
                end-if
           end-if.

           read glmstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Finds the map-table entry for the department in ws-adj-dept.
       127-findglmap.
           move 0                               to ws-glmap-pos.
           perform 128-scanglmap
                varying ws-glmap-sub            from 1 by 1
                until ws-glmap-sub > ws-glmap-count
                OR ws-glmap-pos > 0.

      *Checks one map-table entry for a match on department.
       128-scanglmap.
           if ws-glmap-dept(ws-glmap-sub) = ws-adj-dept
                move ws-glmap-sub               to ws-glmap-pos
           end-if.

      *Loads the extract into the employee table - the raise the
      *cycle journal accrued for each employee and the new salary
      *payroll should have loaded.
       200-loadextract.
           perform 210-readextractfirst.
           perform 220-loadextractloop
                until ws-extract-eof-flag = ws-lit-yes.
           close extract-file.

      *First read of extract-file.
       210-readextractfirst.
           read extract-file
                at end move ws-lit-yes          to ws-extract-eof-flag.

      *Tables one extract line - the TRL trailer is skipped - and
      *reads the next.
       220-loadextractloop.
           if et-tag not = "TRL,"
                   and ex-emp-num is numeric
                move ex-emp-num                 to ws-emp-nbr-num
                if ws-emp-nbr-num > 0
                        and ws-ext-count < ws-max-exts
                     add 1                      to ws-ext-count
                     move ws-emp-nbr-num        to
                                 ws-ext-nbr(ws-ext-count)
                     move ex-emp-name           to
                                 ws-ext-name(ws-ext-count)
                     move ex-salary-increase    to ws-conv10-text
                     perform 230-convert10
                     move ws-conv-amount        to
                                 ws-ext-increase(ws-ext-count)
                     move ex-new-salary         to ws-conv9-text
                     perform 232-convert9
                     move ws-conv-amount        to
                                 ws-ext-newsal(ws-ext-count)
                end-if
           end-if.

           read extract-file
                at end move ws-lit-yes          to ws-extract-eof-flag.

      *Converts a zero-suppressed 10-byte increase.
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

      *Matches every confirmation line against the extract table.
      *An employee loaded at a different new salary than extracted
      *was paid a different raise than was accrued - the difference
      *is trued up. One loaded but never extracted has no accrual
      *to adjust; A4PAYREC has already reported it.
       300-matchconfirmations.
           perform 310-readconfirmfirst.
           perform 320-matchconfirmloop
                until ws-confirm-eof-flag = ws-lit-yes.
           close confirm-file.

      *First read of confirm-file.
       310-readconfirmfirst.
           read confirm-file
                at end move ws-lit-yes          to ws-confirm-eof-flag.

      *Settles one confirmation line, and reads the next.
       320-matchconfirmloop.
           if ct-tag not = "TRL,"
                   and cf-emp-num is numeric
                move cf-emp-num                 to ws-emp-nbr-num
                perform 360-findextractentry
                if ws-ext-pos > 0
                     move ws-lit-yes            to
                                 ws-ext-matched(ws-ext-pos)
                     move cf-new-salary         to ws-conv9-text
                     perform 232-convert9
                     if ws-conv-amount not =
                             ws-ext-newsal(ws-ext-pos)
                          move ws-emp-nbr-num   to ws-adj-nbr
                          move ws-ext-name(ws-ext-pos) to
                                                 ws-adj-name
                          move "LOADED AT DIFFERENT AMOUNT" to
                                                 ws-adj-reason
                          compute ws-adj-amount = ws-conv-amount
                               - ws-ext-newsal(ws-ext-pos)
                          perform 600-postadjustment
                          add 1                 to ws-wrongamt-count
                          add ws-adj-amount     to ws-wrongamt-total
                     end-if
                end-if
           end-if.

           read confirm-file
                at end move ws-lit-yes          to ws-confirm-eof-flag.

      *Finds an extract slot by the employee number in
      *ws-emp-nbr-num.
       360-findextractentry.
           move 0                               to ws-ext-pos.
           perform 370-scanextractentry
                varying ws-ext-sub              from 1 by 1
                until ws-ext-sub > ws-ext-count
                OR ws-ext-pos > 0.

      *Checks one extract slot for a match on the employee number.
       370-scanextractentry.
           if ws-ext-nbr(ws-ext-sub) = ws-emp-nbr-num
                move ws-ext-sub                 to ws-ext-pos
           end-if.

      *Reverses the accrual for every extracted employee payroll
      *never loaded - the raise was accrued but is not being paid.
       400-reversenotloaded.
           perform 410-checkoneloaded
                varying ws-ext-sub              from 1 by 1
                until ws-ext-sub > ws-ext-count.

      *Reverses one extracted-but-not-loaded employee's accrual.
       410-checkoneloaded.
           if ws-ext-matched(ws-ext-sub) not = ws-lit-yes
                   and ws-ext-increase(ws-ext-sub) > 0
                move ws-ext-nbr(ws-ext-sub)     to ws-adj-nbr
                move ws-ext-name(ws-ext-sub)    to ws-adj-name
                move "EXTRACTED BUT NOT LOADED" to ws-adj-reason
                compute ws-adj-amount =
                     0 - ws-ext-increase(ws-ext-sub)
                perform 600-postadjustment
                add 1                           to ws-notloaded-count
                add ws-ext-increase(ws-ext-sub) to ws-notloaded-total
           end-if.

      *Loads the held file the A4HLDREL run settled. The cycle
      *journal accrued each held raise at its capped amount - the
      *capped salary less the current one. No held file means
      *nothing was held, and releases are accrued in full.
       450-loadheld.
           open input held-file.
           if ws-held-status = "00"
                perform 452-readheldfirst
                perform 454-loadheldloop
                     until ws-held-eof-flag = ws-lit-yes
                close held-file
           end-if.

      *First read of held-file.
       452-readheldfirst.
           read held-file
                at end move ws-lit-yes          to ws-held-eof-flag.

      *Tables one held record, and reads the next.
       454-loadheldloop.
           if hd-nbr is numeric
                   and ws-hld-count < ws-max-helds
                add 1                           to ws-hld-count
                move hd-nbr                     to
                                      ws-hld-nbr(ws-hld-count)
                move hd-name                    to
                                     ws-hld-name(ws-hld-count)
                if hd-capped-salary > hd-curr-salary
                     compute ws-hld-accrued(ws-hld-count) =
                          hd-capped-salary - hd-curr-salary
                else
                     move 0                     to
                                  ws-hld-accrued(ws-hld-count)
                end-if
           end-if.

           read held-file
                at end move ws-lit-yes          to ws-held-eof-flag.

      *Finds a held slot by the employee number in ws-emp-nbr-num.
       460-findheld.
           move 0                               to ws-hld-pos.
           perform 462-scanheld
                varying ws-hld-sub              from 1 by 1
                until ws-hld-sub > ws-hld-count
                OR ws-hld-pos > 0.

      *Checks one held slot for a match on the employee number.
       462-scanheld.
           if ws-hld-nbr(ws-hld-sub) = ws-emp-nbr-num
                move ws-hld-sub                 to ws-hld-pos
           end-if.

      *Accrues each raise released on the supplemental extract,
      *net of the capped amount the cycle journal already accrued
      *for it - a release at the capped amount adjusts nothing, an
      *uncapped release accrues the excess over the cap. No
      *supplemental extract means nothing was released.
       500-accruereleases.
           open input supplemental-file.
           if ws-supl-status = "00"
                perform 510-readsuplfirst
                perform 520-accrueonerelease
                     until ws-supl-eof-flag = ws-lit-yes
                close supplemental-file
           end-if.

      *First read of supplemental-file.
       510-readsuplfirst.
           read supplemental-file
                at end move ws-lit-yes          to ws-supl-eof-flag.

      *Trues up one released raise, and reads the next.
       520-accrueonerelease.
           if st-tag not = "TRL,"
                   and su-emp-num is numeric
                move su-emp-num                 to ws-emp-nbr-num
                move su-salary-increase         to ws-conv10-text
                perform 230-convert10
                perform 460-findheld
                move ws-emp-nbr-num             to ws-adj-nbr
                move su-emp-name                to ws-adj-name
                if ws-hld-pos > 0
                     compute ws-adj-amount = ws-conv-amount
                          - ws-hld-accrued(ws-hld-pos)
                     move "HELD RAISE RELEASED"  to ws-adj-reason
                else
                     move ws-conv-amount        to ws-adj-amount
                     move "RELEASED, NO HELD RECORD" to
                                                 ws-adj-reason
                end-if
                perform 600-postadjustment
                add 1                           to ws-released-count
                add ws-adj-amount               to ws-released-total
           end-if.

           read supplemental-file
                at end move ws-lit-yes          to ws-supl-eof-flag.

      *Reverses the capped accrual of every held raise HR denied -
      *the cycle journal accrued it, and it will never be paid. No
      *decision file means nothing was decided.
       550-reversedenials.
           open input decision-file.
           if ws-dec-status = "00"
                perform 552-readdecisionfirst
                perform 554-reverseonedenial
                     until ws-dec-eof-flag = ws-lit-yes
                close decision-file
           end-if.

      *First read of decision-file.
       552-readdecisionfirst.
           read decision-file
                at end move ws-lit-yes          to ws-dec-eof-flag.

      *Reverses one denied held raise, and reads the next. A
      *denial for an employee nothing was held for reverses
      *nothing - A4HLDREL has already reported it.
       554-reverseonedenial.
           if dc-action = ws-lit-deny
                   and dc-nbr is numeric
                move dc-nbr                     to ws-emp-nbr-num
                perform 460-findheld
                if ws-hld-pos > 0
                     if ws-hld-accrued(ws-hld-pos) > 0
                          move ws-emp-nbr-num   to ws-adj-nbr
                          move ws-hld-name(ws-hld-pos) to
                                                 ws-adj-name
                          move "HELD RAISE DENIED" to
                                                 ws-adj-reason
                          compute ws-adj-amount =
                               0 - ws-hld-accrued(ws-hld-pos)
                          perform 600-postadjustment
                          add 1                 to ws-denied-count
                          add ws-hld-accrued(ws-hld-pos) to
                                                 ws-denied-total
                     end-if
                end-if
           end-if.

           read decision-file
                at end move ws-lit-yes          to ws-dec-eof-flag.

      *Posts one adjustment to its department - the employee's
      *department on the master, or the blank department (posted to
      *suspense) for an employee no longer on it - and prints it.
      *A zero adjustment (a release at the capped amount) is
      *printed so the report accounts for every release, but posts
      *nothing.
       600-postadjustment.
           move ws-adj-nbr                      to em-nbr.
           read master-file
                invalid key move spaces         to em-dept.
           move em-dept                         to ws-adj-dept.
           if ws-adj-dept = spaces
                display "A4ACCTUP - EMP " ws-adj-nbr
                        " NOT ON MASTER - TRUE-UP POSTED TO SUSPENSE"
           end-if.
           perform 610-mapaccount.
           if ws-adj-amount not = 0
                perform 620-finddept
                if ws-tdept-pos = 0
                        and ws-tdept-count < ws-max-tdepts
                     add 1                      to ws-tdept-count
                     move ws-tdept-count        to ws-tdept-pos
                     move ws-adj-dept           to
                                   ws-tdept-code(ws-tdept-pos)
                     move 0                     to
                                 ws-tdept-accrue(ws-tdept-pos)
                     move 0                     to
                                ws-tdept-reverse(ws-tdept-pos)
                end-if
                if ws-tdept-pos = 0
                     display "A4ACCTUP - DEPARTMENT TABLE FULL - "
                             "TRUE-UP FOR EMP " ws-adj-nbr
                             " NOT POSTED"
                     move 8                     to return-code
                else
                if ws-adj-amount > 0
                     add ws-adj-amount          to
                                 ws-tdept-accrue(ws-tdept-pos)
                else
                     subtract ws-adj-amount     from
                                ws-tdept-reverse(ws-tdept-pos)
                end-if
                end-if
           end-if.
           move ws-adj-nbr                      to td-emp-num.
           move ws-adj-name                     to td-emp-name.
           move ws-adj-dept                     to td-dept.
           move ws-gl-account-work              to td-account.
           move ws-adj-reason                   to td-reason.
           move ws-adj-amount                   to td-amount.
           write trueup-report-line             from ws-tu-detail.
           move spaces                          to trueup-report-line.

      *Translates the department in ws-adj-dept to its GL account -
      *the suspense account when it is blank or not in the map.
       610-mapaccount.
           move 0                               to ws-glmap-pos.
           if ws-adj-dept not = spaces
                perform 127-findglmap
           end-if.
           if ws-glmap-pos > 0
                move ws-glmap-account(ws-glmap-pos) to
                                                 ws-gl-account-work
           else
                move ws-gl-suspense-account     to ws-gl-account-work
           end-if.

      *Finds the department-total slot for ws-adj-dept.
       620-finddept.
           move 0                               to ws-tdept-pos.
           perform 622-scandept
                varying ws-tdept-sub            from 1 by 1
                until ws-tdept-sub > ws-tdept-count
                OR ws-tdept-pos > 0.

      *Checks one department-total slot for a match.
       622-scandept.
           if ws-tdept-code(ws-tdept-sub) = ws-adj-dept
                move ws-tdept-sub               to ws-tdept-pos
           end-if.

      *Writes the balanced true-up journal - per department, a
      *debit to its expense account for what is accrued and a
      *credit for what is reversed; against them, one credit to
      *the payroll accrual account for everything accrued and one
      *debit for everything reversed; and a trailer proving total
      *debits equal total credits. A department not in the map
      *posts to suspense and is reported on the console, never
      *dropped. A run with nothing to true up still writes its
      *zero trailer, so finance can see the run happened.
       700-writejournal.
           if ws-glmap-loaded-flag not = ws-lit-yes
                display "A4ACCTUP - GLMAPFIL NOT AVAILABLE - NO "
                        "TRUE-UP JOURNAL WRITTEN THIS RUN"
                write trueup-report-line        from ws-tu-nomap-line
                move spaces                     to trueup-report-line
           else
                open output trueup-journal-file
                perform 710-writedeptlines
                     varying ws-tdept-sub       from 1 by 1
                     until ws-tdept-sub > ws-tdept-count
                if ws-gl-accrue-total > 0
                     move "C"                   to jr-type
                     move ws-gl-accrual-account to jr-account
                     move spaces                to jr-dept
                     move 0                     to jr-debit
                     move ws-gl-accrue-total    to jr-credit
                     write journal-record
                     add ws-gl-accrue-total     to ws-gl-credit-total
                end-if
                if ws-gl-reverse-total > 0
                     move "D"                   to jr-type
                     move ws-gl-accrual-account to jr-account
                     move spaces                to jr-dept
                     move ws-gl-reverse-total   to jr-debit
                     move 0                     to jr-credit
                     write journal-record
                     add ws-gl-reverse-total    to ws-gl-debit-total
                end-if
                move "T"                        to jr-type
                move spaces                     to jr-account
                move spaces                     to jr-dept
                move ws-gl-debit-total          to jr-debit
                move ws-gl-credit-total         to jr-credit
                write journal-record
                close trueup-journal-file
           end-if.

      *Writes one department's true-up lines.
       710-writedeptlines.
           move ws-tdept-code(ws-tdept-sub)     to ws-adj-dept.
           perform 610-mapaccount.
           if ws-glmap-pos = 0
                display "A4ACCTUP - DEPT " ws-adj-dept
                        " NOT IN GL MAP - POSTED TO SUSPENSE"
           end-if.
           if ws-tdept-accrue(ws-tdept-sub) > 0
                move "D"                        to jr-type
                move ws-gl-account-work         to jr-account
                move ws-adj-dept                to jr-dept
                move ws-tdept-accrue(ws-tdept-sub) to jr-debit
                move 0                          to jr-credit
                write journal-record
                add ws-tdept-accrue(ws-tdept-sub) to
                                                 ws-gl-debit-total
                add ws-tdept-accrue(ws-tdept-sub) to
                                                 ws-gl-accrue-total
           end-if.
           if ws-tdept-reverse(ws-tdept-sub) > 0
                move "C"                        to jr-type
                move ws-gl-account-work         to jr-account
                move ws-adj-dept                to jr-dept
                move 0                          to jr-debit
                move ws-tdept-reverse(ws-tdept-sub) to jr-credit
                write journal-record
                add ws-tdept-reverse(ws-tdept-sub) to
                                                 ws-gl-credit-total
                add ws-tdept-reverse(ws-tdept-sub) to
                                                 ws-gl-reverse-total
           end-if.

      *Prints the count and dollars behind each kind of adjustment,
      *and the journal's totals, at the bottom of the report.
       750-reporttotals.
           write trueup-report-line             from ws-blank-line.
           move spaces                          to trueup-report-line.
           move "REVERSED - NOT LOADED"         to tt-label.
           move ws-notloaded-count              to tt-count-out.
           move ws-notloaded-total              to tt-dollars-out.
           perform 760-writetotalline.
           move "ADJUSTED - LOADED DIFFERENTLY" to tt-label.
           move ws-wrongamt-count               to tt-count-out.
           move ws-wrongamt-total               to tt-dollars-out.
           perform 760-writetotalline.
           move "ACCRUED - HELD RAISES RELEASED" to tt-label.
           move ws-released-count               to tt-count-out.
           move ws-released-total               to tt-dollars-out.
           perform 760-writetotalline.
           move "REVERSED - HELD RAISES DENIED" to tt-label.
           move ws-denied-count                 to tt-count-out.
           move ws-denied-total                 to tt-dollars-out.
           perform 760-writetotalline.
           move "JOURNAL DEBITS - DEPTS POSTED" to tt-label.
           move ws-tdept-count                  to tt-count-out.
           move ws-gl-debit-total               to tt-dollars-out.
           perform 760-writetotalline.
           move "JOURNAL CREDITS - DEPTS POSTED" to tt-label.
           move ws-tdept-count                  to tt-count-out.
           move ws-gl-credit-total              to tt-dollars-out.
           perform 760-writetotalline.

      *Writes one report total line.
       760-writetotalline.
           write trueup-report-line             from ws-tu-total-line.
           move spaces                          to trueup-report-line.

      *Close files statement.
       800-closefiles.
           close master-file,
                 trueup-report-file.

      *
       end program A4ACCTUP.
