       identification division.
       program-id. A4HIRCNV.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  One-time hire-date, promotion and entered-by conversion.
      *  Copies the employee master (42 bytes to 69), the archived
      *  prior-run file (42 to 69), the permanent change log (98 to
      *  160) and the reject recycle file (84 to 100) from their old
      *  layouts to the widened ones, in a single pass, so every
      *  file changes layout on the same night.
      *
      *  Every employee record gains a hire date, so A4SALRPT and
      *  A4EMPSTM can age years of service from the run date instead
      *  of trusting the keyed years field. Each employee's hire
      *  date comes from the HR hire-date file when HR supplied one;
      *  otherwise it is backed off the keyed years from the
      *  conversion date, so nobody's service - and so nobody's
      *  position - changes on the night of the cutover, and the
      *  years start ageing from there. HR corrects a backed-off date
      *  later with an ordinary "C" transaction.
      *
      *  Every employee record also gains the promotion fields - the
      *  promoted position, the promotional increase percent and the
      *  promotion's effective date - so A4EMPMNT can store a
      *  promotion transaction on the master and A4SALRPT can
      *  classify by it. Every employee converts with no promotion:
      *  a blank position and zero percent and date.
      *
      *  Change-log images written before the cutover, and the
      *  archived prior-run file, get a zero hire date and no
      *  promotion - they record what the master held then, and the
      *  master held neither. A blank image in the change log - the
      *  before image of an add, the after image of a delete - stays
      *  blank.
      *
      *  The change log and the maintenance transaction - and so the
      *  transaction image on the reject recycle file - gain the ID
      *  of whoever keyed it. Nobody recorded it before, so every
      *  converted record carries a blank ID. A recycled add or
      *  change gets a hire date the same way its employee's master
      *  record does; a recycled reject must still be keyed again
      *  with an ID before A4EMPMNT will apply it.
      *
      *  Run this between cycles, after the old cycle finished
      *  clean: the checkpoint must be empty (no restart pending),
      *  because the sort work the checkpointed position was taken
      *  against changes layout at the same cutover. A4YRCLOS's
      *  snapshot and archive files are first written after the
      *  cutover, already in the new layouts.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * old-master-file declaration - the master as it stands, with
      * no hire date
           select old-master-file
               assign to OLDMASTR
               organization is indexed
               access mode is sequential
               record key is om-nbr
               file status is ws-old-master-status.
      *
      * new-master-file declaration - the converted master carrying
      * the hire date and promotion fields, built fresh by this run
           select new-master-file
               assign to NEWMASTR
               organization is indexed
               access mode is sequential
               record key is nm-nbr
               file status is ws-new-master-status.
      *
      * old-prior-file declaration - the archived prior-run file in
      * the old layout
           select old-prior-file
               assign to OLDPRIOR
               organization is sequential
               file status is ws-old-prior-status.
      *
      * new-prior-file declaration - the converted prior-run file
           select new-prior-file
               assign to NEWPRIOR
               organization is sequential.
      *
      * old-chgl-file declaration - the permanent change log in the
      * old layout
           select old-chgl-file
               assign to OLDCHGL
               organization is sequential
               file status is ws-old-chgl-status.
      *
      * new-chgl-file declaration - the converted change log
           select new-chgl-file
               assign to NEWCHGL
               organization is sequential.
      *
      * old-rej-file declaration - the reject recycle file in the
      * old layout
           select old-rej-file
               assign to OLDREJ
               organization is sequential
               file status is ws-old-rej-status.
      *
      * new-rej-file declaration - the converted reject file
           select new-rej-file
               assign to NEWREJ
               organization is sequential.
      *
      * hire-file declaration - the actual hire dates HR supplied
      * for the cutover, one per employee; optional, since HR may
      * only have them for some employees or none
           select hire-file
               assign to HIRELOAD
               organization is sequential
               file status is ws-hire-status.
      *
       data division.
       file section.
      *
      * old-master-file - the employee record as every program read
      * it before the hire date and promotion fields were added
       fd old-master-file
           data record is old-master-record
           record contains 42 characters.
      *
       01 old-master-record.
           05 om-nbr                            pic 9(5).
           05 om-name                           pic x(15).
           05 om-ed-code                        pic x.
           05 om-years                          pic 99.
           05 om-salary                         pic 9(5)v99.
           05 om-dept                           pic x(4).
           05 om-eff-date                       pic 9(8).
      *
      * new-master-file - the widened record every program reads
      * after the cutover
       fd new-master-file
           data record is new-master-record
           record contains 69 characters.
      *
       01 new-master-record.
           05 nm-nbr                            pic 9(5).
           05 nm-name                           pic x(15).
           05 nm-ed-code                        pic x.
           05 nm-years                          pic 99.
           05 nm-salary                         pic 9(5)v99.
           05 nm-dept                           pic x(4).
           05 nm-eff-date                       pic 9(8).
           05 nm-hire-date                      pic 9(8).
           05 nm-promo-position                 pic x(8).
           05 nm-promo-pct                      pic 99v9.
           05 nm-promo-eff-date                 pic 9(8).
      *
       fd old-prior-file
           recording mode is F
           data record is old-prior-record
           record contains 42 characters.
      *
       01 old-prior-record.
           05 op-nbr                            pic 9(5).
           05 op-name                           pic x(15).
           05 op-ed-code                        pic x.
           05 op-years                          pic 99.
           05 op-salary                         pic 9(5)v99.
           05 op-dept                           pic x(4).
           05 op-eff-date                       pic 9(8).
      *
       fd new-prior-file
           recording mode is F
           data record is new-prior-record
           record contains 69 characters.
      *
       01 new-prior-record.
           05 np-nbr                            pic 9(5).
           05 np-name                           pic x(15).
           05 np-ed-code                        pic x.
           05 np-years                          pic 99.
           05 np-salary                         pic 9(5)v99.
           05 np-dept                           pic x(4).
           05 np-eff-date                       pic 9(8).
           05 np-hire-date                      pic 9(8).
           05 np-promo-position                 pic x(8).
           05 np-promo-pct                      pic 99v9.
           05 np-promo-eff-date                 pic 9(8).
      *
      * old-chgl-file - the change-log record with the old 42-byte
      * master images
       fd old-chgl-file
           recording mode is F
           data record is old-chgl-record
           record contains 98 characters.
      *
       01 old-chgl-record.
           05 oc-run-date                       pic 9(8).
           05 oc-action                         pic x.
           05 oc-nbr                            pic 9(5).
           05 oc-before-image                   pic x(42).
           05 oc-after-image                    pic x(42).
      *
       fd new-chgl-file
           recording mode is F
           data record is new-chgl-record
           record contains 160 characters.
      *
       01 new-chgl-record.
           05 nc-run-date                       pic 9(8).
           05 nc-action                         pic x.
           05 nc-nbr                            pic 9(5).
           05 nc-before-image.
               10 nc-before-data                 pic x(42).
               10 nc-before-hire-date            pic x(8).
               10 nc-before-promo-position       pic x(8).
               10 nc-before-promo-pct            pic x(3).
               10 nc-before-promo-eff-date       pic x(8).
           05 nc-after-image.
               10 nc-after-data                  pic x(42).
               10 nc-after-hire-date             pic x(8).
               10 nc-after-promo-position        pic x(8).
               10 nc-after-promo-pct             pic x(3).
               10 nc-after-promo-eff-date        pic x(8).
           05 nc-entered-by                     pic x(8).
      *
      * old-rej-file - the 43-byte transaction image as A4EMPMNT
      * read it before the hire date and entered-by ID were added,
      * then the reason, first run date and nights
       fd old-rej-file
           recording mode is F
           data record is old-rej-record
           record contains 84 characters.
      *
       01 old-rej-record.
           05 or-tran-image.
               10 or-action                      pic x.
               10 or-nbr                         pic x(5).
               10 filler                         pic x(16).
               10 or-years                       pic x(2).
               10 filler                         pic x(19).
           05 or-rest                           pic x(41).
      *
       fd new-rej-file
           recording mode is F
           data record is new-rej-record
           record contains 100 characters.
      *
       01 new-rej-record.
           05 nr-tran-image.
               10 nr-tran-data                   pic x(43).
               10 nr-hire-date                   pic 9(8).
               10 nr-entered-by                  pic x(8).
           05 nr-rest                           pic x(41).
      *
      * hire-file - one actual hire date (yyyymmdd) per employee
       fd hire-file
           recording mode is F
           data record is hire-record
           record contains 13 characters.
      *
       01 hire-record.
           05 hr-nbr                            pic 9(5).
           05 hr-hire-date                      pic 9(8).
      *
       working-storage section.

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-add                            pic x
           value "A".
       77 ws-lit-change                         pic x
           value "C".
       77 ws-old-master-status                  pic xx
           value spaces.
       77 ws-new-master-status                  pic xx
           value spaces.
       77 ws-old-prior-status                   pic xx
           value spaces.
       77 ws-old-chgl-status                    pic xx
           value spaces.
       77 ws-old-rej-status                     pic xx
           value spaces.
       77 ws-hire-status                        pic xx
           value spaces.
       77 ws-master-eof-flag                    pic x
           value "N".
       77 ws-prior-eof-flag                     pic x
           value "N".
       77 ws-chgl-eof-flag                      pic x
           value "N".
       77 ws-rej-eof-flag                       pic x
           value "N".
       77 ws-hire-eof-flag                      pic x
           value "N".
       77 ws-master-count                       pic 9(7)
           value 0.
       77 ws-supplied-count                     pic 9(7)
           value 0.
       77 ws-derived-count                      pic 9(7)
           value 0.
       77 ws-prior-count                        pic 9(7)
           value 0.
       77 ws-chgl-count                         pic 9(7)
           value 0.
       77 ws-rej-count                          pic 9(7)
           value 0.
       77 ws-hire-rejected-count                pic 9(7)
           value 0.

      *Conversion date the backed-off hire dates are worked from.
       01 ws-run-date-area.
           05 ws-run-date                       pic 9(8)
                value 0.
           05 filler redefines ws-run-date.
               10 ws-run-yyyy                    pic 9(4).
               10 ws-run-mm                      pic 99.
               10 ws-run-dd                      pic 99.

      *Hire date being built for one employee.
       01 ws-hire-date-area.
           05 ws-hire-date                      pic 9(8)
                value 0.
           05 filler redefines ws-hire-date.
               10 ws-hire-yyyy                   pic 9(4).
               10 ws-hire-mm                     pic 99.
               10 ws-hire-dd                     pic 99.

      *The employee fields a hire date is worked out from, moved
      *here from whichever old record is being converted.
       77 ws-conv-nbr                           pic 9(5)
           value 0.
       77 ws-conv-years                         pic 99
           value 0.

      *HR-supplied hire dates - one occupied slot per hire-file
      *record, searched on the stored employee number.
       01 ws-hire-table.
           05 ws-hire-count                     pic 9(4)
                value 0.
           05 ws-hire-entry                     occurs 5000 times.
               10 ws-hire-nbr                    pic 9(5)
                    value 0.
               10 ws-hire-supplied               pic 9(8)
                    value 0.
       77 ws-max-hires                          pic 9(4)
           value 5000.
       77 ws-hire-sub                           pic 9(4)
           value 0.
       77 ws-hire-pos                           pic 9(4)
           value 0.

      *
       procedure division.
       000-main.

           accept ws-run-date                   from date yyyymmdd.
           perform 050-loadhiredates.
           perform 100-convertmaster.
           perform 200-convertprior.
           perform 300-convertchangelog.
           perform 350-convertrejects.
           display "A4HIRCNV - MASTER RECORDS CONVERTED: "
                   ws-master-count.
           display "A4HIRCNV - HIRE DATES SUPPLIED BY HR: "
                   ws-supplied-count.
           display "A4HIRCNV - HIRE DATES FROM KEYED YEARS: "
                   ws-derived-count.
           display "A4HIRCNV - HR HIRE DATES REJECTED:    "
                   ws-hire-rejected-count.
           display "A4HIRCNV - PRIOR RECORDS CONVERTED:  "
                   ws-prior-count.
           display "A4HIRCNV - CHANGE LOG RECORDS CONVERTED: "
                   ws-chgl-count.
           display "A4HIRCNV - REJECT RECORDS CONVERTED: "
                   ws-rej-count.
      *
           goback.

      *Loads the HR-supplied hire dates. No hire file at all is
      *tolerated with a console note - every hire date is then
      *backed off the keyed years.
       050-loadhiredates.
           open input hire-file.
           if ws-hire-status = "00"
                perform 060-readhirefirst
                perform 070-loadhireloop
                     until ws-hire-eof-flag = ws-lit-yes
                close hire-file
           else
                display "A4HIRCNV - HIRELOAD NOT AVAILABLE - ALL "
                        "HIRE DATES BACKED OFF THE KEYED YEARS"
           end-if.

      *First read of the hire file.
       060-readhirefirst.
           read hire-file
                at end move ws-lit-yes          to ws-hire-eof-flag.

      *Tables one supplied hire date, and reads the next. A date
      *that is not numeric, not a real month and day, or after the
      *conversion date is refused on the console - the employee's
      *date is then backed off the keyed years like anyone else's.
       070-loadhireloop.
           if hr-nbr is numeric and hr-hire-date is numeric
                move hr-hire-date               to ws-hire-date
           else
                move 0                          to ws-hire-date
           end-if.
           if ws-hire-date = 0
                   or ws-hire-date > ws-run-date
                   or ws-hire-mm < 1 or ws-hire-mm > 12
                   or ws-hire-dd < 1 or ws-hire-dd > 31
                display "A4HIRCNV - BAD HIRE DATE FOR EMP " hr-nbr
                        " - IGNORED"
                add 1                           to
                                          ws-hire-rejected-count
           else
           if ws-hire-count < ws-max-hires
                add 1                           to ws-hire-count
                move hr-nbr                     to
                                     ws-hire-nbr(ws-hire-count)
                move hr-hire-date               to
                                ws-hire-supplied(ws-hire-count)
           else
                display "A4HIRCNV - HIRE TABLE FULL - EMP " hr-nbr
                        " - IGNORED"
                add 1                           to
                                          ws-hire-rejected-count
           end-if
           end-if.

           read hire-file
                at end move ws-lit-yes          to ws-hire-eof-flag.

      *Copies the master record by record, in key order, adding the
      *hire date and empty promotion fields. An old master that will
      *not open is fatal - there is nothing to convert - and so is a
      *new master that will not open, since half a conversion is
      *worse than none.
       100-convertmaster.
           open input old-master-file.
           if ws-old-master-status not = "00"
                display "A4HIRCNV - OLD MASTER OLDMASTR WILL NOT "
                        "OPEN - STATUS " ws-old-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open output new-master-file.
           if ws-new-master-status not = "00"
                display "A4HIRCNV - NEW MASTER NEWMASTR WILL NOT "
                        "OPEN - STATUS " ws-new-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           perform 110-readoldmasterfirst.
           perform 120-convertmasterloop
                until ws-master-eof-flag = ws-lit-yes.
           close old-master-file.
           close new-master-file.

      *First read of the old master.
       110-readoldmasterfirst.
           read old-master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Widens one master record with its hire date and no
      *promotion, and reads the next.
       120-convertmasterloop.
           move om-nbr                          to ws-conv-nbr.
           move om-years                        to ws-conv-years.
           perform 400-sethiredate.
           if ws-hire-pos > 0
                add 1                           to ws-supplied-count
           else
                add 1                           to ws-derived-count
           end-if.
           move om-nbr                          to nm-nbr.
           move om-name                         to nm-name.
           move om-ed-code                      to nm-ed-code.
           move om-years                        to nm-years.
           move om-salary                       to nm-salary.
           move om-dept                         to nm-dept.
           move om-eff-date                     to nm-eff-date.
           move ws-hire-date                    to nm-hire-date.
           move spaces                          to nm-promo-position.
           move 0                               to nm-promo-pct.
           move 0                               to nm-promo-eff-date.
           write new-master-record.
           add 1                                to ws-master-count.

           read old-master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Copies the archived prior-run file the same way, with no
      *promotion, but with a zero hire date: the prior run
      *classified every employee on the keyed years, and A4SALRPT's
      *service-move check compares the first cycle after the
      *cutover against exactly that. No prior file is tolerated
      *with a console note, but the new prior file is still written
      *empty so the next run's comparison opens something.
       200-convertprior.
           open output new-prior-file.
           open input old-prior-file.
           if ws-old-prior-status not = "00"
                display "A4HIRCNV - OLD PRIOR OLDPRIOR NOT "
                        "AVAILABLE - EMPTY PRIOR FILE WRITTEN"
           else
                perform 210-readoldpriorfirst
                perform 220-convertpriorloop
                     until ws-prior-eof-flag = ws-lit-yes
                close old-prior-file
           end-if.
           close new-prior-file.

      *First read of the old prior file.
       210-readoldpriorfirst.
           read old-prior-file
                at end move ws-lit-yes          to ws-prior-eof-flag.

      *Widens one prior record, and reads the next.
       220-convertpriorloop.
           move op-nbr                          to np-nbr.
           move op-name                         to np-name.
           move op-ed-code                      to np-ed-code.
           move op-years                        to np-years.
           move op-salary                       to np-salary.
           move op-dept                         to np-dept.
           move op-eff-date                     to np-eff-date.
           move 0                               to np-hire-date.
           move spaces                          to np-promo-position.
           move 0                               to np-promo-pct.
           move 0                               to np-promo-eff-date.
           write new-prior-record.
           add 1                                to ws-prior-count.

           read old-prior-file
                at end move ws-lit-yes          to ws-prior-eof-flag.

      *Copies the change log, widening each image. A blank image -
      *the before image of an add, the after image of a delete -
      *stays blank; any other image gets a zero hire date and no
      *promotion. Every record gets a blank entered-by ID. No old
      *log is tolerated the same way as no prior file.
       300-convertchangelog.
           open output new-chgl-file.
           open input old-chgl-file.
           if ws-old-chgl-status not = "00"
                display "A4HIRCNV - OLD CHANGE LOG OLDCHGL NOT "
                        "AVAILABLE - EMPTY CHANGE LOG WRITTEN"
           else
                perform 310-readoldchglfirst
                perform 320-convertchglloop
                     until ws-chgl-eof-flag = ws-lit-yes
                close old-chgl-file
           end-if.
           close new-chgl-file.

      *First read of the old change log.
       310-readoldchglfirst.
           read old-chgl-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Widens one change-log record, and reads the next.
       320-convertchglloop.
           move oc-run-date                     to nc-run-date.
           move oc-action                       to nc-action.
           move oc-nbr                          to nc-nbr.
           move oc-before-image                 to nc-before-data.
           move spaces                          to
                                           nc-before-promo-position.
           if oc-before-image = spaces
                move spaces                     to nc-before-hire-date
                move spaces                     to nc-before-promo-pct
                move spaces                     to
                                           nc-before-promo-eff-date
           else
                move all "0"                    to nc-before-hire-date
                move all "0"                    to nc-before-promo-pct
                move all "0"                    to
                                           nc-before-promo-eff-date
           end-if.
           move oc-after-image                  to nc-after-data.
           move spaces                          to
                                            nc-after-promo-position.
           if oc-after-image = spaces
                move spaces                     to nc-after-hire-date
                move spaces                     to nc-after-promo-pct
                move spaces                     to
                                            nc-after-promo-eff-date
           else
                move all "0"                    to nc-after-hire-date
                move all "0"                    to nc-after-promo-pct
                move all "0"                    to
                                            nc-after-promo-eff-date
           end-if.
           move spaces                          to nc-entered-by.
           write new-chgl-record.
           add 1                                to ws-chgl-count.

           read old-chgl-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Copies the reject recycle file, widening each transaction
      *image. No reject file - a night with nothing recycling - is
      *tolerated the same way as no prior file.
       350-convertrejects.
           open output new-rej-file.
           open input old-rej-file.
           if ws-old-rej-status not = "00"
                display "A4HIRCNV - OLD REJECTS OLDREJ NOT "
                        "AVAILABLE - EMPTY REJECT FILE WRITTEN"
           else
                perform 360-readoldrejfirst
                perform 370-convertrejloop
                     until ws-rej-eof-flag = ws-lit-yes
                close old-rej-file
           end-if.
           close new-rej-file.

      *First read of the old reject file.
       360-readoldrejfirst.
           read old-rej-file
                at end move ws-lit-yes          to ws-rej-eof-flag.

      *Widens one reject record, and reads the next - the old
      *transaction image, a hire date, a blank entered-by ID, and
      *the reason, first run date and nights unchanged behind them.
      *An add or change carries the hire date its employee's master
      *record gets; any other action, or an image without a usable
      *employee number, carries zeros as it did before.
       370-convertrejloop.
           move or-tran-image                   to nr-tran-data.
           move 0                               to nr-hire-date.
           if (or-action = ws-lit-add or or-action = ws-lit-change)
                   and or-nbr is numeric
                move or-nbr                     to ws-conv-nbr
                move 0                          to ws-conv-years
                if or-years is numeric
                     move or-years              to ws-conv-years
                end-if
                perform 400-sethiredate
                move ws-hire-date               to nr-hire-date
           end-if.
           move spaces                          to nr-entered-by.
           move or-rest                         to nr-rest.
           write new-rej-record.
           add 1                                to ws-rej-count.

           read old-rej-file
                at end move ws-lit-yes          to ws-rej-eof-flag.

      *Sets ws-hire-date for the employee in ws-conv-nbr - the date
      *HR supplied when there is one, otherwise the conversion date
      *backed off by the keyed years, so service worked out on the
      *conversion date comes to exactly the years the record
      *carried. A 29 February landing in a year that has none is
      *moved back to the 28th.
       400-sethiredate.
           move 0                               to ws-hire-pos.
           perform 410-scanhire
                varying ws-hire-sub             from 1 by 1
                until ws-hire-sub > ws-hire-count
                OR ws-hire-pos > 0.
           if ws-hire-pos > 0
                move ws-hire-supplied(ws-hire-pos) to ws-hire-date
           else
                if ws-conv-years is not numeric
                     move 0                     to ws-conv-years
                end-if
                move ws-run-date                to ws-hire-date
                compute ws-hire-yyyy = ws-run-yyyy - ws-conv-years
                if ws-hire-mm = 2 and ws-hire-dd = 29
                     move 28                    to ws-hire-dd
                end-if
           end-if.

      *Checks one hire-table slot for a match on the employee
      *number.
       410-scanhire.
           if ws-hire-nbr(ws-hire-sub) = ws-conv-nbr
                move ws-hire-sub                to ws-hire-pos
           end-if.

      *
       end program A4HIRCNV.
