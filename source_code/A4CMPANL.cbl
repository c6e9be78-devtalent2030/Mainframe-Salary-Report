       identification division.
       program-id. A4CMPANL.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Salary compression and inversion analysis, run before HR
      *  signs off a cycle. Reads the employee master and the rate
      *  and band control files (staged records merged in as of the
      *  run date, as the salary run does), classifies every
      *  employee and projects the post-raise salary the way
      *  A4SALRPT will - the same service rule, the same position
      *  bands, the same rates, the same cap at the band maximum -
      *  and then compares employees pair by pair inside each
      *  department:
      *   - INVERSION: in the same position, the employee with more
      *     service ends the cycle on less pay;
      *   - POSITION INVERSION: across the graduate/non-graduate
      *     ladder (JR PROG, PROG, SEN PROG, ANALYST), someone in a
      *     lower position ends the cycle on more pay than someone
      *     in a higher one;
      *   - COMPRESSION: in the same position, an employee with at
      *     least ws-cmp-min-years more service ends the cycle less
      *     than the compression threshold (percent of the band
      *     width) ahead.
      *  An inversion only the projected raises create is marked
      *  "BY RAISE", so HR can tell this cycle's problems from old
      *  ones. Each flagged pair prints both employees with their
      *  service and current and projected salaries, and the gap in
      *  dollars and as a percent of the band width (the higher
      *  position's band for a position inversion). The compression
      *  threshold comes from CMPRPCT (percent, one decimal, e.g.
      *  "050" for 5.0); absent or unusable means 5.0.
      *  A promotion on the master is honoured the way A4SALRPT
      *  honours it: the employee is compared in the promoted
      *  position while it ranks at or above the one service gives,
      *  and the promotional increase is projected in the cycle the
      *  promotion took effect in.
      *  An employee the HR roster (HRMFILE) does not flag active -
      *  a leaver still on the master, or a number HR does not list
      *  - gets no raise from A4SALRPT and is left out of the
      *  comparison, only counted. Without the roster everyone on
      *  the master is compared, and the console says so.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * master-file declaration - the employee master, read front to
      * back
           select master-file
               assign to EMPMASTR
               organization is indexed
               access mode is sequential
               record key is em-nbr
               file status is ws-master-status.
      *
      * rate-file declaration - same layout A4SALRPT loads
           select rate-file
               assign to RATEFILE
               organization is sequential
               file status is ws-rate-status.
      *
      * band-file declaration - same layout A4SALRPT loads
           select band-file
               assign to BANDFILE
               organization is sequential
               file status is ws-band-status.
      *
      * ratestg-file declaration - effective-dated staged rates
           select ratestg-file
               assign to RATESTG
               organization is sequential
               file status is ws-ratestg-status.
      *
      * bandstg-file declaration - effective-dated staged bands
           select bandstg-file
               assign to BANDSTG
               organization is sequential
               file status is ws-bandstg-status.
      *
      * hr-master-file declaration - the HR active/inactive roster
           select hr-master-file
               assign to HRMFILE
               organization is sequential
               file status is ws-hrm-status.
      *
      * cmpsort-file declaration - the classified, projected
      * employees in department/position/service order, written by
      * the sort and read back by the comparison pass
           select cmpsort-file
               assign to CMPSORTD
               organization is sequential.
      *
      * report-file declaration - the printed analysis report
           select report-file
               assign to CMPRFILE
               organization is sequential.
      *
      * sort-file declaration - SORT's internal work file
           select sort-file
               assign to CMPWORK.
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
       fd rate-file
           recording mode is F
           data record is rate-record
           record contains 12 characters.
      *
       01 rate-record.
           05 rr-ed-code                        pic x.
           05 rr-position                       pic x(8).
           05 rr-rate                           pic 99v9.
      *
       fd band-file
           recording mode is F
           data record is band-record
           record contains 24 characters.
      *
       01 band-record.
           05 bf-position                       pic x(8).
           05 bf-min                            pic 9(6)v99.
           05 bf-max                            pic 9(6)v99.
      *
      * ratestg-file - a rate-record behind the date it takes
      * effect
       fd ratestg-file
           recording mode is F
           data record is ratestg-record
           record contains 20 characters.
      *
       01 ratestg-record.
           05 sr-eff-date                       pic 9(8).
           05 sr-ed-code                        pic x.
           05 sr-position                       pic x(8).
           05 sr-rate                           pic 99v9.
      *
      * bandstg-file - a band-record behind its effective date
       fd bandstg-file
           recording mode is F
           data record is bandstg-record
           record contains 32 characters.
      *
       01 bandstg-record.
           05 sb-eff-date                       pic 9(8).
           05 sb-position                       pic x(8).
           05 sb-min                            pic 9(6)v99.
           05 sb-max                            pic 9(6)v99.
      *
      * hr-master-file - same roster A4SALRPT reads: employee number
      * and "Y" for an active employee
       fd hr-master-file
           recording mode is F
           data record is hrm-record
           record contains 6 characters.
      *
       01 hrm-record.
           05 hrm-nbr                           pic 9(5).
           05 hrm-active                        pic x.
      *
      * sort-file - one analysed employee. sw-rank is the employee's
      * step on the graduate/non-graduate ladder (0 for the flat
      * PHD and MASTER positions), sorted highest first so each
      * department group reads from the top of the ladder down and,
      * within a position, from the longest service down.
       sd sort-file
           data record is sw-record.
      *
       01 sw-record.
           05 sw-dept                           pic x(4).
           05 sw-rank                           pic 9.
           05 sw-position                       pic x(8).
           05 sw-service                        pic 99.
           05 sw-nbr                            pic 9(5).
           05 sw-name                           pic x(15).
           05 sw-salary                         pic 9(5)v99.
           05 sw-projected                      pic 9(6)v99.
           05 sw-band-flag                      pic x.
           05 sw-band-min                       pic 9(6)v99.
           05 sw-band-max                       pic 9(6)v99.
      *
      * cmpsort-file - sort-file's records after the sort
       fd cmpsort-file
           recording mode is F
           data record is cmpsort-record
           record contains 67 characters.
      *
       01 cmpsort-record.
           05 cs-dept                           pic x(4).
           05 cs-rank                           pic 9.
           05 cs-position                       pic x(8).
           05 cs-service                        pic 99.
           05 cs-nbr                            pic 9(5).
           05 cs-name                           pic x(15).
           05 cs-salary                         pic 9(5)v99.
           05 cs-projected                      pic 9(6)v99.
           05 cs-band-flag                      pic x.
           05 cs-band-min                       pic 9(6)v99.
           05 cs-band-max                       pic 9(6)v99.
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                           pic x(132).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-report-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(40)
                value "SALARY COMPRESSION AND INVERSION ANALYSI".
           05 filler                            pic x(8)
                value "S - RUN ".
           05 rh-run-date                       pic 9(8).
           05 filler                            pic x(13)
                value "  THRESHOLD ".
           05 rh-threshold                      pic z9.9.
           05 filler                            pic x(15)
                value "% OF BAND WIDTH".

       01 ws-column-heading.
           05 filler                            pic x(4)
                value "DEPT".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(22)
                value "FINDING".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(6)
                value "ROLE".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(5)
                value "EMP".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(15)
                value "EMP NAME".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "POSITION".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(3)
                value "YRS".
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(7)
                value "CURRENT".
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(9)
                value "PROJECTED".
           05 filler                            pic x(8)
                value spaces.
           05 filler                            pic x(5)
                value "GAP $".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(6)
                value "GAP %".

      *One line per employee of a flagged pair - the first line
      *carries the department, the finding and the gap, the second
      *only the other employee.
       01 ws-pair-detail.
           05 pd-dept                           pic x(4).
           05 filler                            pic x(2)
                value spaces.
           05 pd-finding                        pic x(22).
           05 filler                            pic x(2)
                value spaces.
           05 pd-role                           pic x(6).
           05 filler                            pic x(2)
                value spaces.
           05 pd-emp-num                        pic 9(5).
           05 filler                            pic x(2)
                value spaces.
           05 pd-emp-name                       pic x(15).
           05 filler                            pic x(2)
                value spaces.
           05 pd-position                       pic x(8).
           05 filler                            pic x(3)
                value spaces.
           05 pd-service                        pic z9.
           05 filler                            pic x(2)
                value spaces.
           05 pd-curr-salary                    pic zz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-proj-salary                    pic zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-gap                            pic --,---,--9.99
                blank when zero.
           05 filler                            pic x(2)
                value spaces.
           05 pd-gap-pct                        pic ---9.9
                blank when zero.
           05 filler                            pic x(1)
                value spaces.
           05 pd-note                           pic x(7).

       01 ws-total-line.
           05 tl-label                          pic x(34).
           05 tl-count                          pic zzzz9.

       01 ws-no-findings-line.
           05 filler                            pic x(40)
                value "NO INVERSION OR COMPRESSION FOUND - NOTH".
           05 filler                            pic x(14)
                value "ING TO REVIEW".

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-analyst                            pic x(8)
           value "ANALYST".
       77 ws-sen-prog                           pic x(8)
           value "SEN PROG".
       77 ws-prog                               pic x(8)
           value "PROG".
       77 ws-jr-prog                            pic x(8)
           value "JR PROG".
       77 ws-phd                                pic x(8)
           value "PHD".
       77 ws-masters                            pic x(8)
           value "MASTER".
       77 ws-lit-graduate                       pic x
           value "G".
       77 ws-lit-non-graduate                   pic x
           value "N".
       77 ws-lit-phd                            pic x
           value "P".
       77 ws-lit-masters                        pic x
           value "M".

       77 ws-master-status                      pic xx
           value spaces.
       77 ws-rate-status                        pic xx
           value spaces.
       77 ws-band-status                        pic xx
           value spaces.
       77 ws-ratestg-status                     pic xx
           value spaces.
       77 ws-bandstg-status                     pic xx
           value spaces.
       77 ws-hrm-status                         pic xx
           value spaces.

       77 ws-master-eof-flag                    pic x
           value "N".
       77 ws-rate-eof-flag                      pic x
           value "N".
       77 ws-band-eof-flag                      pic x
           value "N".
       77 ws-stg-eof-flag                       pic x
           value "N".
       77 ws-sorted-eof-flag                    pic x
           value "N".
       77 ws-hrm-eof-flag                       pic x
           value "N".

       77 ws-read-count                         pic 9(5)
           value 0.
       77 ws-analysed-count                     pic 9(5)
           value 0.
       77 ws-excluded-count                     pic 9(5)
           value 0.
       77 ws-inactive-count                     pic 9(5)
           value 0.
       77 ws-inversion-count                    pic 9(5)
           value 0.
       77 ws-raise-inversion-count              pic 9(5)
           value 0.
       77 ws-pos-inversion-count                pic 9(5)
           value 0.
       77 ws-compression-count                  pic 9(5)
           value 0.

      *Compression threshold - the percent of the band width a more
      *senior employee must stay ahead by - and the service lead
      *that makes one employee senior to another for compression;
      *a year apart is ordinary progression, not compression.
       77 ws-threshold-text                     pic x(3)
           value spaces.
       77 ws-threshold-num redefines ws-threshold-text
                                                pic 99v9.
       77 ws-threshold-pct                      pic 99v9
           value 5.0.
       77 ws-cmp-min-years                      pic 99
           value 2.

      *Run date, and the hire date service is aged from - the same
      *rule A4SALRPT's 190-computeservice applies.
       01 ws-run-date-area.
           05 ws-run-date                       pic 9(8)
                value 0.
           05 filler redefines ws-run-date.
               10 ws-run-yyyy                    pic 9(4).
               10 ws-run-mm                      pic 99.
               10 ws-run-dd                      pic 99.
       01 ws-hire-date-area.
           05 ws-hire-date                      pic 9(8)
                value 0.
           05 filler redefines ws-hire-date.
               10 ws-hire-yyyy                   pic 9(4).
               10 ws-hire-mm                     pic 99.
               10 ws-hire-dd                     pic 99.
       77 ws-service-calc                       pic s9(4)
           value 0.
       77 ws-service-years                      pic 99
           value 0.
       77 ws-exclude-flag                       pic x
           value "N".
       77 ws-inactive-flag                      pic x
           value "N".

      *Promotion on the record in hand - its effective date picked
      *apart against the run date, and the promotional increase
      *percent projected when the promotion took effect this cycle.
       01 ws-promo-date-area.
           05 ws-promo-date                     pic 9(8)
                value 0.
           05 filler redefines ws-promo-date.
               10 ws-promo-yyyy                  pic 9(4).
               10 ws-promo-mm                    pic 99.
               10 ws-promo-dd                    pic 99.
       77 ws-promo-months                       pic s999
           value 0.
       77 ws-cycle-months                       pic 99
           value 12.
       77 ws-promo-rank                         pic 9
           value 0.
       77 ws-promo-rate                         pic 99v9
           value 0.
       77 ws-promo-pct-calc                     pic 99v9
           value 0.
       77 ws-promo-incr-calc                    pic 9(6)v99
           value 0.

      *Rate table - the same shape A4SALRPT loads, staged rates
      *merged in - and the working percentages set from it.
       01 ws-rate-table.
           05 ws-rate-entry                     occurs 20 times.
               10 ws-rate-ed-code                pic x.
               10 ws-rate-position               pic x(8).
               10 ws-rate-pct                    pic 99v9.
       77 ws-rate-count                         pic 99
           value 0.
       77 ws-max-rates                          pic 99
           value 20.
       77 ws-rate-sub                           pic 99
           value 0.
       77 ws-rate-pos                           pic 99
           value 0.
       77 ws-perc-analyst                       pic 99v9
           value 0.
       77 ws-perc-sen-prog                      pic 99v9
           value 0.
       77 ws-perc-prog                          pic 99v9
           value 0.
       77 ws-perc-jr-prog                       pic 99v9
           value 0.
       77 ws-perc-phd                           pic 99v9
           value 0.
       77 ws-perc-masters                       pic 99v9
           value 0.

      *Band table - the same shape A4SALRPT loads, staged bands
      *merged in.
       01 ws-band-table.
           05 ws-band-entry                     occurs 10 times.
               10 ws-band-position               pic x(8).
               10 ws-band-min                    pic 9(6)v99.
               10 ws-band-max                    pic 9(6)v99.
       77 ws-band-count                         pic 99
           value 0.
       77 ws-max-bands                          pic 99
           value 10.
       77 ws-band-sub                           pic 99
           value 0.
       77 ws-band-pos                           pic 99
           value 0.

      *HR roster table - the same shape A4SALRPT loads - and the
      *active flag of the employee in hand, "N" when the roster
      *does not list them.
       01 ws-hrmaster-table.
           05 ws-hrm-entry                      occurs 5000 times.
               10 ws-hrm-nbr                     pic 9(5).
               10 ws-hrm-active                  pic x.
       77 ws-hrm-count                          pic 9(4)
           value 0.
       77 ws-max-hrms                           pic 9(4)
           value 5000.
       77 ws-hrm-sub                            pic 9(4)
           value 0.
       77 ws-hrm-pos                            pic 9(4)
           value 0.
       77 ws-hrm-find-nbr                       pic 9(5)
           value 0.
       77 ws-hrm-active-work                    pic x
           value "N".
       77 ws-hrm-loaded-flag                    pic x
           value "N".

      *One employee's classification and projection.
       77 ws-position                           pic x(8)
           value spaces.
       77 ws-rank                               pic 9
           value 0.
       77 ws-incr-rate-calc                     pic 99v9
           value 0.
       77 ws-incr-salary-calc                   pic 9(6)v99
           value 0.
       77 ws-new-salary-calc                    pic 9(6)v99
           value 0.

      *One department's analysed employees, in sorted order - the
      *higher ladder step and the longer service come first, so
      *for any pair the earlier entry is the one expected to earn
      *more.
       01 ws-dept-group-table.
           05 ws-grp-entry                      occurs 500 times.
               10 ws-grp-rank                    pic 9.
               10 ws-grp-position                pic x(8).
               10 ws-grp-service                 pic 99.
               10 ws-grp-nbr                     pic 9(5).
               10 ws-grp-name                    pic x(15).
               10 ws-grp-salary                  pic 9(5)v99.
               10 ws-grp-projected               pic 9(6)v99.
               10 ws-grp-band-flag               pic x.
               10 ws-grp-band-min                pic 9(6)v99.
               10 ws-grp-band-max                pic 9(6)v99.
       77 ws-grp-count                          pic 999
           value 0.
       77 ws-max-grp                            pic 999
           value 500.
       77 ws-grp-dept                           pic x(4)
           value spaces.
       77 ws-grp-full-flag                      pic x
           value "N".
       77 ws-hi                                 pic 999
           value 0.
       77 ws-lo                                 pic 999
           value 0.
       77 ws-lo-start                           pic 999
           value 0.

      *One pair's comparison - the gap is the higher/senior
      *employee's projected salary less the other's, so an
      *inversion shows negative.
       77 ws-gap-calc                           pic s9(7)v99
           value 0.
       77 ws-width-calc                         pic 9(7)v99
           value 0.
       77 ws-gap-pct-calc                       pic s9(3)v9
           value 0.
       77 ws-finding                            pic x(22)
           value spaces.
       77 ws-hi-role                            pic x(6)
           value spaces.
       77 ws-lo-role                            pic x(6)
           value spaces.

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 110-loadrates.
           perform 120-loadbands.
           perform 130-loadhrmaster.
           sort sort-file
                on ascending key sw-dept
                on descending key sw-rank
                on ascending key sw-position
                on descending key sw-service
                input procedure is 200-releaseemployees
                giving cmpsort-file.
           perform 300-analysegroups.
           perform 700-totals.
           perform 800-closefiles.
      *
           goback.

      *Opens the master and the report, and picks up the
      *compression threshold. A master that will not open is fatal
      *- there is nothing to analyse.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           accept ws-threshold-text             from environment
                                                 "CMPRPCT"
                on exception move spaces        to ws-threshold-text
           end-accept.
           if ws-threshold-text is numeric
                   and ws-threshold-num > 0
                move ws-threshold-num           to ws-threshold-pct
           end-if.
           open input master-file.
           if ws-master-status not = "00"
                display "A4CMPANL - EMPLOYEE MASTER EMPMASTR WILL "
                        "NOT OPEN - STATUS " ws-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open output report-file.
           move ws-run-date                     to rh-run-date.
           move ws-threshold-pct                to rh-threshold.
           write report-line                    from ws-report-heading.
           move spaces                          to report-line.
           write report-line                    from ws-blank-line.
           move spaces                          to report-line.
           write report-line                    from ws-column-heading.
           move spaces                          to report-line.
           write report-line                    from ws-blank-line.
           move spaces                          to report-line.

      *Loads the rate file, merges the staged rates whose date has
      *arrived, and sets the working percentages - the same steps
      *and the same matching rules as A4SALRPT's 110-loadrates, so
      *the projection prices each position exactly as the run will.
      *A missing rate file projects no raises.
       110-loadrates.
           open input rate-file.
           if ws-rate-status = "00"
                perform 112-readratefirst
                perform 114-loadratesloop
                     until ws-rate-eof-flag = ws-lit-yes
                     OR ws-rate-count >= ws-max-rates
                close rate-file
           end-if.
           open input ratestg-file.
           if ws-ratestg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read ratestg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 116-applyonestagedrate
                     until ws-stg-eof-flag = ws-lit-yes
                close ratestg-file
           end-if.
           perform 118-setpercentages
                varying ws-rate-sub             from 1 by 1
                until ws-rate-sub > ws-rate-count.

      *First read of rate-file.
       112-readratefirst.
           read rate-file
                at end move ws-lit-yes          to ws-rate-eof-flag.

      *Tables one rate record, and reads the next.
       114-loadratesloop.
           add 1                                to ws-rate-count.
           move rr-ed-code                      to
                                  ws-rate-ed-code(ws-rate-count).
           move rr-position                     to
                                 ws-rate-position(ws-rate-count).
           move rr-rate                         to
                                      ws-rate-pct(ws-rate-count).

           read rate-file
                at end move ws-lit-yes          to ws-rate-eof-flag.

      *Applies one staged rate whose date has arrived - replacing
      *the matching table entry, adding one, or removing it - and
      *reads the next.
       116-applyonestagedrate.
           if sr-eff-date is numeric
                   and sr-eff-date <= ws-run-date
                move 0                          to ws-rate-pos
                perform 117-scanstagedrate
                     varying ws-rate-sub        from 1 by 1
                     until ws-rate-sub > ws-rate-count
                     OR ws-rate-pos > 0
      *A zero staged rate is a staged delete.
                if sr-rate = 0
                     if ws-rate-pos > 0
                          move ws-rate-entry(ws-rate-count) to
                                      ws-rate-entry(ws-rate-pos)
                          subtract 1            from ws-rate-count
                     end-if
                else
                if ws-rate-pos > 0
                     move sr-rate               to
                                      ws-rate-pct(ws-rate-pos)
                else
                if ws-rate-count < ws-max-rates
                     add 1                      to ws-rate-count
                     move sr-ed-code            to
                                  ws-rate-ed-code(ws-rate-count)
                     move sr-position           to
                                 ws-rate-position(ws-rate-count)
                     move sr-rate               to
                                      ws-rate-pct(ws-rate-count)
                end-if
                end-if
                end-if
           end-if.

           read ratestg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Checks one rate-table entry for a staged-rate match.
       117-scanstagedrate.
           if ws-rate-ed-code(ws-rate-sub) = sr-ed-code
                   and ws-rate-position(ws-rate-sub) = sr-position
                move ws-rate-sub                to ws-rate-pos
           end-if.

      *Sets the working percentage one rate-table entry prices.
       118-setpercentages.
           if ws-rate-ed-code(ws-rate-sub) = ws-lit-graduate
                   and ws-rate-position(ws-rate-sub) = ws-analyst
                move ws-rate-pct(ws-rate-sub)   to ws-perc-analyst
           end-if.
           if ws-rate-position(ws-rate-sub) = ws-sen-prog
                move ws-rate-pct(ws-rate-sub)   to ws-perc-sen-prog
           end-if.
           if ws-rate-position(ws-rate-sub) = ws-prog
                move ws-rate-pct(ws-rate-sub)   to ws-perc-prog
           end-if.
           if ws-rate-position(ws-rate-sub) = ws-jr-prog
                move ws-rate-pct(ws-rate-sub)   to ws-perc-jr-prog
           end-if.
           if ws-rate-ed-code(ws-rate-sub) = ws-lit-phd
                   and ws-rate-position(ws-rate-sub) = ws-phd
                move ws-rate-pct(ws-rate-sub)   to ws-perc-phd
           end-if.
           if ws-rate-ed-code(ws-rate-sub) = ws-lit-masters
                   and ws-rate-position(ws-rate-sub) = ws-masters
                move ws-rate-pct(ws-rate-sub)   to ws-perc-masters
           end-if.

      *Loads the band file and merges the staged bands whose date
      *has arrived. A missing band file means no cap and no band
      *width - inversions are still found, but no gap percent or
      *compression can be measured.
       120-loadbands.
           open input band-file.
           if ws-band-status = "00"
                perform 122-readbandfirst
                perform 124-loadbandloop
                     until ws-band-eof-flag = ws-lit-yes
                     OR ws-band-count >= ws-max-bands
                close band-file
           end-if.
           open input bandstg-file.
           if ws-bandstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read bandstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 126-applyonestagedband
                     until ws-stg-eof-flag = ws-lit-yes
                close bandstg-file
           end-if.

      *First read of band-file.
       122-readbandfirst.
           read band-file
                at end move ws-lit-yes          to ws-band-eof-flag.

      *Tables one band record, and reads the next.
       124-loadbandloop.
           add 1                                to ws-band-count.
           move bf-position                     to
                                 ws-band-position(ws-band-count).
           move bf-min                          to
                                      ws-band-min(ws-band-count).
           move bf-max                          to
                                      ws-band-max(ws-band-count).

           read band-file
                at end move ws-lit-yes          to ws-band-eof-flag.

      *Applies one staged band whose date has arrived, and reads
      *the next.
       126-applyonestagedband.
           if sb-eff-date is numeric
                   and sb-eff-date <= ws-run-date
                move sb-position                to ws-position
                perform 440-findband
      *A zero staged band is a staged delete.
                if sb-min = 0 and sb-max = 0
                     if ws-band-pos > 0
                          move ws-band-entry(ws-band-count) to
                                      ws-band-entry(ws-band-pos)
                          subtract 1            from ws-band-count
                     end-if
                else
                if ws-band-pos > 0
                     move sb-min                to
                                      ws-band-min(ws-band-pos)
                     move sb-max                to
                                      ws-band-max(ws-band-pos)
                else
                if ws-band-count < ws-max-bands
                     add 1                      to ws-band-count
                     move sb-position           to
                                 ws-band-position(ws-band-count)
                     move sb-min                to
                                      ws-band-min(ws-band-count)
                     move sb-max                to
                                      ws-band-max(ws-band-count)
                end-if
                end-if
                end-if
           end-if.

           read bandstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Loads the HR roster, the way A4SALRPT's 120-loadhrmaster
      *does - a later record for the same employee replaces the
      *earlier. No roster means nobody can be left out as inactive
      *- said on the console rather than passed off as a clean
      *analysis.
       130-loadhrmaster.
           open input hr-master-file.
           if ws-hrm-status = "00"
                move ws-lit-yes                 to ws-hrm-loaded-flag
                perform 132-readhrmasterfirst
                perform 134-loadhrmasterloop
                     until ws-hrm-eof-flag = ws-lit-yes
                close hr-master-file
           else
                display "A4CMPANL - HR ROSTER HRMFILE NOT AVAILABLE "
                        "- INACTIVE EMPLOYEES NOT LEFT OUT"
           end-if.

      *First read of hr-master-file.
       132-readhrmasterfirst.
           read hr-master-file
                at end move ws-lit-yes          to ws-hrm-eof-flag.

      *Tables one roster record, and reads the next.
       134-loadhrmasterloop.
           if hrm-nbr is numeric
                   and hrm-nbr > 0
                move hrm-nbr                    to ws-hrm-find-nbr
                perform 136-findhrmactive
                if ws-hrm-pos > 0
                     move hrm-active            to
                                     ws-hrm-active(ws-hrm-pos)
                else
                if ws-hrm-count < ws-max-hrms
                     add 1                      to ws-hrm-count
                     move hrm-nbr               to
                                        ws-hrm-nbr(ws-hrm-count)
                     move hrm-active            to
                                     ws-hrm-active(ws-hrm-count)
                else
                     display "A4CMPANL - HR MASTER TABLE FULL - "
                             "EMP " hrm-nbr " TREATED INACTIVE"
                end-if
                end-if
           end-if.

           read hr-master-file
                at end move ws-lit-yes          to ws-hrm-eof-flag.

      *Finds an employee in the roster table by the number in
      *ws-hrm-find-nbr, leaving the active flag - "N" when the
      *roster does not list them - in ws-hrm-active-work.
       136-findhrmactive.
           move 0                               to ws-hrm-pos.
           move "N"                             to ws-hrm-active-work.
           perform 138-scanhrmactive
                varying ws-hrm-sub              from 1 by 1
                until ws-hrm-sub > ws-hrm-count
                OR ws-hrm-pos > 0.
           if ws-hrm-pos > 0
                move ws-hrm-active(ws-hrm-pos)  to ws-hrm-active-work
           end-if.

      *Checks one roster slot for a match on employee number.
       138-scanhrmactive.
           if ws-hrm-nbr(ws-hrm-sub) = ws-hrm-find-nbr
                move ws-hrm-sub                 to ws-hrm-pos
           end-if.

      *Sort input procedure - reads the master end to end,
      *classifying and projecting each employee and releasing the
      *ones that land in a position.
       200-releaseemployees.
           perform 210-readmasterfirst.
           perform 220-releaseloop
                until ws-master-eof-flag = ws-lit-yes.
           close master-file.

      *First read of master-file.
       210-readmasterfirst.
           read master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Analyses one master record, and reads the next. A record the
      *salary run would refuse - no employee number, or a salary
      *that is not numeric - or one the run leaves unclassified (too
      *little service for a position, or an education code it does
      *not know) has no position to be compared in, and is only
      *counted. So is an employee the HR roster does not flag
      *active - the run pays them no raise.
       220-releaseloop.
           add 1                                to ws-read-count.
           move "N"                             to ws-exclude-flag.
           move "N"                             to ws-inactive-flag.
           move spaces                          to ws-position.
           if em-nbr is not numeric or em-nbr = 0
                   or em-salary is not numeric
                move ws-lit-yes                 to ws-exclude-flag
           else
                perform 230-computeservice
           end-if.
           if ws-exclude-flag not = ws-lit-yes
                   and ws-hrm-loaded-flag = ws-lit-yes
                move em-nbr                     to ws-hrm-find-nbr
                perform 136-findhrmactive
                if ws-hrm-active-work not = ws-lit-yes
                     move ws-lit-yes            to ws-inactive-flag
                end-if
           end-if.
           if ws-exclude-flag not = ws-lit-yes
                   and ws-inactive-flag not = ws-lit-yes
                perform 240-classify
                perform 245-applypromotion
           end-if.
           if ws-inactive-flag = ws-lit-yes
                add 1                           to ws-inactive-count
           else
           if ws-exclude-flag = ws-lit-yes
                   or ws-position = spaces
                add 1                           to ws-excluded-count
           else
                perform 250-project
                add 1                           to ws-analysed-count
                release sw-record
           end-if
           end-if.

           read master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Works out whole years of service as of the run date from the
      *hire date, falling back on the keyed years for a record with
      *no hire date - the rule A4SALRPT's 190-computeservice uses.
      *A hire date that is not numeric or is after the run date
      *falls back on the keyed years the same way, as it does in the
      *run, so the record is still compared where the run pays it.
       230-computeservice.
           if em-hire-date is numeric and em-hire-date > 0
                   and em-hire-date <= ws-run-date
                move em-hire-date               to ws-hire-date
                compute ws-service-calc = ws-run-yyyy - ws-hire-yyyy
                if ws-run-mm < ws-hire-mm
                        or (ws-run-mm = ws-hire-mm
                        and ws-run-dd < ws-hire-dd)
                     subtract 1                 from ws-service-calc
                end-if
           else
                if em-years is numeric
                     move em-years              to ws-service-calc
                else
                     move 0                     to ws-service-calc
                end-if
           end-if.
           if ws-service-calc > 99
                move 99                         to ws-service-years
           else
                move ws-service-calc            to ws-service-years
           end-if.

      *Assigns the position and rate A4SALRPT's 400-graduates,
      *500-nongraduates, 450-phd and 460-masters would, and the
      *employee's step on the ladder. No position means the run
      *gives no raise and there is nothing to compare.
       240-classify.
           move 0                               to ws-rank.
           move 0                               to ws-incr-rate-calc.
           if em-ed-code = ws-lit-graduate
                if ws-service-years > 15
                     move ws-analyst            to ws-position
                     move 4                     to ws-rank
                     move ws-perc-analyst       to ws-incr-rate-calc
                else
                if ws-service-years >= 7
                     move ws-sen-prog           to ws-position
                     move 3                     to ws-rank
                     move ws-perc-sen-prog      to ws-incr-rate-calc
                else
                if ws-service-years > 2
                     move ws-prog               to ws-position
                     move 2                     to ws-rank
                     move ws-perc-prog          to ws-incr-rate-calc
                end-if
                end-if
                end-if
           else
           if em-ed-code = ws-lit-non-graduate
                if ws-service-years > 10
                     move ws-prog               to ws-position
                     move 2                     to ws-rank
                     move ws-perc-prog          to ws-incr-rate-calc
                else
                if ws-service-years > 4
                     move ws-jr-prog            to ws-position
                     move 1                     to ws-rank
                     move ws-perc-jr-prog       to ws-incr-rate-calc
                end-if
                end-if
           else
           if em-ed-code = ws-lit-phd
                move ws-phd                     to ws-position
                move ws-perc-phd                to ws-incr-rate-calc
           else
           if em-ed-code = ws-lit-masters
                move ws-masters                 to ws-position
                move ws-perc-masters            to ws-incr-rate-calc
           end-if
           end-if
           end-if
           end-if.

      *Puts a promoted employee in the promoted position, the way
      *A4SALRPT's 195-checkpromotion and 470-promotedclass do: a
      *promotion whose date has arrived, on a record whose education
      *code classifies, stands while the promoted position ranks at
      *or above the one service gives, and its increase percent is
      *projected only in the cycle it took effect in.
       245-applypromotion.
           move 0                               to ws-promo-pct-calc.
           move 0                               to ws-promo-rank.
           move 0                               to ws-promo-rate.
           if em-promo-position = ws-analyst
                move 4                          to ws-promo-rank
                move ws-perc-analyst            to ws-promo-rate
           end-if
           if em-promo-position = ws-sen-prog
                move 3                          to ws-promo-rank
                move ws-perc-sen-prog           to ws-promo-rate
           end-if
           if em-promo-position = ws-prog
                move 2                          to ws-promo-rank
                move ws-perc-prog               to ws-promo-rate
           end-if
           if em-promo-position = ws-jr-prog
                move 1                          to ws-promo-rank
                move ws-perc-jr-prog            to ws-promo-rate
           end-if
           if ws-promo-rank > 0
                   and ws-promo-rank >= ws-rank
                   and em-promo-pct is numeric
                   and em-promo-eff-date is numeric
                   and em-promo-eff-date > 0
                   and em-promo-eff-date not > ws-run-date
                   and (em-ed-code = ws-lit-graduate
                   or em-ed-code = ws-lit-non-graduate
                   or em-ed-code = ws-lit-phd
                   or em-ed-code = ws-lit-masters)
                move em-promo-position          to ws-position
                move ws-promo-rank              to ws-rank
                move ws-promo-rate              to ws-incr-rate-calc
                move em-promo-eff-date          to ws-promo-date
                compute ws-promo-months =
                     (ws-run-yyyy - ws-promo-yyyy) * 12
                     + ws-run-mm - ws-promo-mm
                if ws-promo-months < ws-cycle-months
                     move em-promo-pct          to ws-promo-pct-calc
                end-if
           end-if.

      *Projects the post-raise salary - the percentage raise, plus
      *any promotional increase, capped at the band maximum the way
      *A4SALRPT's 528-capoverage caps it (never below the current
      *salary) - and builds the sort record.
       250-project.
           compute ws-incr-salary-calc rounded =
                (ws-incr-rate-calc * em-salary) / 100.
           compute ws-promo-incr-calc rounded =
                (ws-promo-pct-calc * em-salary) / 100.
           add ws-promo-incr-calc               to ws-incr-salary-calc.
           compute ws-new-salary-calc = em-salary
                + ws-incr-salary-calc.
           perform 440-findband.
           if ws-band-pos > 0
                if ws-new-salary-calc > ws-band-max(ws-band-pos)
                     if em-salary >= ws-band-max(ws-band-pos)
                          move em-salary        to ws-new-salary-calc
                     else
                          move ws-band-max(ws-band-pos) to
                                               ws-new-salary-calc
                     end-if
                end-if
                move ws-lit-yes                 to sw-band-flag
                move ws-band-min(ws-band-pos)   to sw-band-min
                move ws-band-max(ws-band-pos)   to sw-band-max
           else
                move "N"                        to sw-band-flag
                move 0                          to sw-band-min
                move 0                          to sw-band-max
           end-if.
           move em-dept                         to sw-dept.
           move ws-rank                         to sw-rank.
           move ws-position                     to sw-position.
           move ws-service-years                to sw-service.
           move em-nbr                          to sw-nbr.
           move em-name                         to sw-name.
           move em-salary                       to sw-salary.
           move ws-new-salary-calc              to sw-projected.

      *Reads the sorted employees a department at a time, and
      *compares each department's group once it is complete.
       300-analysegroups.
           open input cmpsort-file.
           read cmpsort-file
                at end move ws-lit-yes          to ws-sorted-eof-flag
           end-read.
           perform 310-collectgroup
                until ws-sorted-eof-flag = ws-lit-yes.
           close cmpsort-file.

      *Collects one department's employees into the group table,
      *then compares every pair in it. A department larger than
      *the table is compared on the employees it holds, with a
      *console warning.
       310-collectgroup.
           move cs-dept                         to ws-grp-dept.
           move 0                               to ws-grp-count.
           move "N"                             to ws-grp-full-flag.
           perform 320-collectone
                until ws-sorted-eof-flag = ws-lit-yes
                OR cs-dept not = ws-grp-dept.
           perform 400-comparehigher
                varying ws-hi                   from 1 by 1
                until ws-hi >= ws-grp-count.

      *Tables one sorted employee in the group, and reads the next.
       320-collectone.
           if ws-grp-count < ws-max-grp
                add 1                           to ws-grp-count
                move cs-rank                    to
                                     ws-grp-rank(ws-grp-count)
                move cs-position                to
                                 ws-grp-position(ws-grp-count)
                move cs-service                 to
                                  ws-grp-service(ws-grp-count)
                move cs-nbr                     to
                                      ws-grp-nbr(ws-grp-count)
                move cs-name                    to
                                     ws-grp-name(ws-grp-count)
                move cs-salary                  to
                                   ws-grp-salary(ws-grp-count)
                move cs-projected               to
                                ws-grp-projected(ws-grp-count)
                move cs-band-flag               to
                                ws-grp-band-flag(ws-grp-count)
                move cs-band-min                to
                                 ws-grp-band-min(ws-grp-count)
                move cs-band-max                to
                                 ws-grp-band-max(ws-grp-count)
           else
           if ws-grp-full-flag not = ws-lit-yes
                display "A4CMPANL - DEPT " ws-grp-dept
                        " LARGER THAN GROUP TABLE - EMP " cs-nbr
                        " AND AFTER NOT COMPARED"
                move ws-lit-yes                 to ws-grp-full-flag
           end-if
           end-if.

           read cmpsort-file
                at end move ws-lit-yes          to ws-sorted-eof-flag.

      *Compares one employee with every employee after it in the
      *group - the ones expected to earn less.
       400-comparehigher.
           compute ws-lo-start = ws-hi + 1.
           perform 410-comparepair
                varying ws-lo                   from ws-lo-start by 1
                until ws-lo > ws-grp-count.

      *Compares one pair. The earlier entry holds the same or a
      *higher ladder step, and within a position the same or
      *longer service, so it is the one expected to earn more.
      *Two flat positions, or a flat position against the ladder,
      *have no expected order and are not compared.
       410-comparepair.
           move spaces                          to ws-finding.
           compute ws-gap-calc = ws-grp-projected(ws-hi)
                - ws-grp-projected(ws-lo).
           if ws-grp-position(ws-hi) = ws-grp-position(ws-lo)
                if ws-grp-service(ws-hi) > ws-grp-service(ws-lo)
                     move "SENIOR"              to ws-hi-role
                     move "JUNIOR"              to ws-lo-role
                     if ws-gap-calc < 0
                          if ws-grp-salary(ws-hi) <
                                  ws-grp-salary(ws-lo)
                               move "INVERSION" to ws-finding
                               add 1            to ws-inversion-count
                          else
                               move "INVERSION BY RAISE" to
                                                 ws-finding
                               add 1            to
                                         ws-raise-inversion-count
                          end-if
                     else
                     if ws-grp-service(ws-hi) - ws-grp-service(ws-lo)
                             >= ws-cmp-min-years
                             and ws-grp-band-flag(ws-hi) =
                                 ws-lit-yes
                          perform 420-gappercent
                          if ws-gap-pct-calc < ws-threshold-pct
                               move "COMPRESSION" to ws-finding
                               add 1            to
                                             ws-compression-count
                          end-if
                     end-if
                     end-if
                end-if
           else
           if ws-grp-rank(ws-hi) > ws-grp-rank(ws-lo)
                   and ws-grp-rank(ws-lo) > 0
                   and ws-gap-calc < 0
                move "HIGHER"                   to ws-hi-role
                move "LOWER"                    to ws-lo-role
                if ws-grp-salary(ws-hi) < ws-grp-salary(ws-lo)
                     move "POSITION INVERSION"  to ws-finding
                else
                     move "POSITION INV BY RAISE" to ws-finding
                end-if
                add 1                           to
                                           ws-pos-inversion-count
           end-if
           end-if.
           if ws-finding not = spaces
                perform 430-printpair
           end-if.

      *Works the gap out as a percent of the earlier employee's
      *band width; no band, or a band with no width, prints zero.
       420-gappercent.
           move 0                               to ws-gap-pct-calc.
           if ws-grp-band-flag(ws-hi) = ws-lit-yes
                   and ws-grp-band-max(ws-hi) >
                       ws-grp-band-min(ws-hi)
                compute ws-width-calc = ws-grp-band-max(ws-hi)
                     - ws-grp-band-min(ws-hi)
                compute ws-gap-pct-calc rounded =
                     ws-gap-calc * 100 / ws-width-calc
                     on size error
                          move -999.9           to ws-gap-pct-calc
                end-compute
           end-if.

      *Prints one flagged pair - the employee expected to earn more
      *first, carrying the finding and the gap, then the other.
       430-printpair.
           perform 420-gappercent.
           move ws-grp-dept                     to pd-dept.
           move ws-finding                      to pd-finding.
           move ws-hi-role                      to pd-role.
           move ws-grp-nbr(ws-hi)               to pd-emp-num.
           move ws-grp-name(ws-hi)              to pd-emp-name.
           move ws-grp-position(ws-hi)          to pd-position.
           move ws-grp-service(ws-hi)           to pd-service.
           move ws-grp-salary(ws-hi)            to pd-curr-salary.
           move ws-grp-projected(ws-hi)         to pd-proj-salary.
           move ws-gap-calc                     to pd-gap.
           move ws-gap-pct-calc                 to pd-gap-pct.
           if ws-grp-band-flag(ws-hi) = ws-lit-yes
                move spaces                     to pd-note
           else
                move "NO BAND"                  to pd-note
           end-if.
           write report-line                    from ws-pair-detail.
           move spaces                          to report-line.
           move spaces                          to pd-dept.
           move spaces                          to pd-finding.
           move ws-lo-role                      to pd-role.
           move ws-grp-nbr(ws-lo)               to pd-emp-num.
           move ws-grp-name(ws-lo)              to pd-emp-name.
           move ws-grp-position(ws-lo)          to pd-position.
           move ws-grp-service(ws-lo)           to pd-service.
           move ws-grp-salary(ws-lo)            to pd-curr-salary.
           move ws-grp-projected(ws-lo)         to pd-proj-salary.
           move 0                               to pd-gap.
           move 0                               to pd-gap-pct.
           move spaces                          to pd-note.
           write report-line                    from ws-pair-detail.
           move spaces                          to report-line.
           write report-line                    from ws-blank-line.
           move spaces                          to report-line.

      *Finds the band-table entry for the position in ws-position.
       440-findband.
           move 0                               to ws-band-pos.
           perform 442-scanband
                varying ws-band-sub             from 1 by 1
                until ws-band-sub > ws-band-count
                OR ws-band-pos > 0.

      *Checks one band-table entry for a match on position.
       442-scanband.
           if ws-band-position(ws-band-sub) = ws-position
                move ws-band-sub                to ws-band-pos
           end-if.

      *Prints the counts behind the report - employees read,
      *compared and left out, and each kind of finding.
       700-totals.
           if ws-inversion-count = 0
                   and ws-raise-inversion-count = 0
                   and ws-pos-inversion-count = 0
                   and ws-compression-count = 0
                write report-line               from
                                           ws-no-findings-line
                move spaces                     to report-line
                write report-line               from ws-blank-line
                move spaces                     to report-line
           end-if.
           move "MASTER RECORDS READ:"          to tl-label.
           move ws-read-count                   to tl-count.
           perform 710-writetotal.
           move "EMPLOYEES COMPARED:"           to tl-label.
           move ws-analysed-count               to tl-count.
           perform 710-writetotal.
           move "NOT COMPARED (NO POSITION):"   to tl-label.
           move ws-excluded-count               to tl-count.
           perform 710-writetotal.
           move "NOT COMPARED (NOT ACTIVE ON HR):" to tl-label.
           move ws-inactive-count               to tl-count.
           perform 710-writetotal.
           move "INVERSIONS:"                   to tl-label.
           move ws-inversion-count              to tl-count.
           perform 710-writetotal.
           move "INVERSIONS CREATED BY RAISES:" to tl-label.
           move ws-raise-inversion-count        to tl-count.
           perform 710-writetotal.
           move "POSITION INVERSIONS:"          to tl-label.
           move ws-pos-inversion-count          to tl-count.
           perform 710-writetotal.
           move "COMPRESSED PAIRS:"             to tl-label.
           move ws-compression-count            to tl-count.
           perform 710-writetotal.

      *Writes one totals line.
       710-writetotal.
           write report-line                    from ws-total-line.
           move spaces                          to report-line.

      *Close files statement.
       800-closefiles.
           close report-file.

      *
       end program A4CMPANL.
