      * of the rate, band and GL map files, so HR can stage next
      * cycle's values weeks ahead; records dated on or before the
      * run date override the base files at load time, and the rest
      * wait for their date. A staged record with no value - a zero
      * rate, a zero band, a blank GL account - removes the entry as
      * of its date; A4CTLMNT stages deletes that way. Each file is
      * optional - most cycles stage nothing.
           select ratestg-file
               assign to RATESTG
               organization is sequential
               organization is sequential
               file status is ws-glmstg-status.
      *
      * budget-file declaration - department raise budget control
      * file, one budget per department code (the same codes
      * GLMAPFIL maps), set by finance each cycle; BDGTSTG stages
      * next cycle's budgets behind an effective date exactly like
      * the staged rate, band and GL map files above. Both are
      * optional here - A4CTLVAL is what insists every department
      * has one.
           select budget-file
               assign to DEPTBDGT
               organization is sequential
               file status is ws-budget-status.
      *
           select bdgtstg-file
               assign to BDGTSTG
               organization is sequential
               file status is ws-bdgtstg-status.
      *
      * budget-report-file declaration - the budget-versus-actual
      * variance report, one line per department
           select budget-report-file
               assign to BDGTRPT
               organization is sequential.
      *
      * overage-file declaration - band-overage report, one line per
      * employee whose computed new salary fell outside the band
           select overage-file
               assign to XFERFILE
               organization is sequential.
      *
      * promo-file declaration - one record per promotion that took
      * effect this cycle, written as each promoted employee is
      * processed and read back by 745-promotionsection to print
      * the report's promotion section; extended on a restart like
      * the report itself, so the section still covers the
      * employees completed before the abend
           select promo-file
               assign to PROMFILE
               organization is sequential.
      *
      * runctl-file declaration - the shared cycle run-control state
      * file all three nightly programs check and update: A4EMPMNT
      * marks the master maintained, this program refuses a
      *
       fd input-file
           data record is input-line
           record contains 69 characters.
      *
      * il-eff-date is the date (yyyymmdd) the raise actually took
      * effect - zeros mean effective for the whole cycle. The raise
      * is prorated for the months it was in force (see
      * 550-prorateincrease).
      * il-hire-date (yyyymmdd) is what years of service are worked
      * out from as of the run date (see 190-computeservice) - the
      * keyed il-years never ages, and is only fallen back on for a
      * record with no hire date.
      * il-promo-position, when not blank, is the position an
      * A4EMPMNT promotion transaction moved the employee to, with
      * the promotional increase percent and the date it took
      * effect (see 195-checkpromotion).
       01 input-line.
           05 il-nbr                            pic 9(5).
           05 il-name                           pic x(15).
           05 il-salary                         pic 9(5)v99.
           05 il-dept                           pic x(4).
           05 il-eff-date                       pic 9(8).
           05 il-hire-date                      pic 9(8).
           05 il-promo-position                 pic x(8).
           05 il-promo-pct                      pic 99v9.
           05 il-promo-eff-date                 pic 9(8).
      *
       fd output-file
           recording mode is F
      *so a restart landing mid-department resumes that department's
      *running totals instead of starting them over at zero.
      *The cp-dept-total fields mirror ws-dept-total-table's
      *department raise and bonus totals, so a restart run still
      *hands finance a journal and a budget variance report covering
      *the departments completed before the abend, not just the ones
      *processed after the restart.
       fd checkpoint-file
           recording mode is F
           data record is checkpoint-record
           record contains 1610 characters.
      *
       01 checkpoint-record.
           05 cp-last-nbr                       pic 9(5).
           05 cp-dept-total-entry                occurs 50 times.
               10 cp-dept-tot-code               pic x(4).
               10 cp-dept-tot-base               pic 9(10)v99.
               10 cp-dept-tot-bonus              pic 9(10)v99.
           05 cp-extract-count                   pic 9(5).
           05 cp-extract-incr-total              pic 9(10)v99.
           05 cp-extract-newsal-total            pic 9(12)v99.
       fd prior-file
           recording mode is F
           data record is prior-line
           record contains 69 characters.
      *
       01 prior-line.
           05 pl-nbr                            pic 9(5).
           05 pl-salary                         pic 9(5)v99.
           05 pl-dept                           pic x(4).
           05 pl-eff-date                       pic 9(8).
           05 pl-hire-date                      pic 9(8).
           05 pl-promo-position                 pic x(8).
           05 pl-promo-pct                      pic 99v9.
           05 pl-promo-eff-date                 pic 9(8).
      *
      * recon-file - terminations, new hires and salary decreases
       fd recon-file
           05 sg-dept                           pic x(4).
           05 sg-account                        pic x(8).
      *
      * budget-file - one raise budget per department, with the
      * percent over budget finance tolerates before the variance
      * report flags the department
       fd budget-file
           recording mode is F
           data record is budget-record
           record contains 17 characters.
      *
       01 budget-record.
           05 bd-dept                           pic x(4).
           05 bd-budget                         pic 9(8)v99.
           05 bd-tolerance                      pic 99v9.
      *
      * bdgtstg-file - a budget-record behind its effective date
       fd bdgtstg-file
           recording mode is F
           data record is bdgtstg-record
           record contains 25 characters.
      *
       01 bdgtstg-record.
           05 bs-eff-date                       pic 9(8).
           05 bs-dept                           pic x(4).
           05 bs-budget                         pic 9(8)v99.
           05 bs-tolerance                      pic 99v9.
      *
      * budget-report-file - the printed department budget variance
      * report
       fd budget-report-file
           recording mode is F
           data record is budget-line
           record contains 132 characters.
      *
       01 budget-line                           pic x(132).
      *
      * overage-file - band-overage report, the uncapped amount beside
      * the band limit for every employee landing outside the band
       fd overage-file
      *
       01 xfer-line                             pic x(132).
      *
      * promo-file - one promotion that took effect this cycle: who,
      * the position service alone gives them and the one they were
      * promoted to, the promotion's percent and date, the cycle and
      * promotional raises as band-capped, the prorated promotional
      * raise, the new salary, and whether the raise went to the
      * held file instead of the extract
       fd promo-file
           recording mode is F
           data record is promo-record
           record contains 92 characters.
      *
       01 promo-record.
           05 pm-nbr                            pic 9(5).
           05 pm-name                           pic x(15).
           05 pm-dept                           pic x(4).
           05 pm-from-position                  pic x(8).
           05 pm-to-position                    pic x(8).
           05 pm-promo-pct                      pic 99v9.
           05 pm-promo-eff-date                 pic 9(8).
           05 pm-cycle-incr                     pic 9(8)v99.
           05 pm-promo-incr                     pic 9(8)v99.
           05 pm-promo-prorated                 pic 9(8)v99.
           05 pm-new-salary                     pic 9(8)v99.
           05 pm-held-flag                      pic x.
      *
      * runctl-file - one record of cycle state: the cycle date, the
      * maintained/extracted/reconciled flags for that cycle, a flag
      * carried forward when an older cycle's extract was never
           05 sw-salary                         pic 9(5)v99.
           05 sw-dept                           pic x(4).
           05 sw-eff-date                       pic 9(8).
           05 sw-hire-date                      pic 9(8).
           05 sw-promo-position                 pic x(8).
           05 sw-promo-pct                      pic 99v9.
           05 sw-promo-eff-date                 pic 9(8).
      *
      * sorted-file - input-file after 180-sortinput has resequenced
      * it; 200-initialread and 340-processlines read this file
       fd sorted-file
           recording mode is F
           data record is sorted-line
           record contains 69 characters.
      *
       01 sorted-line.
           05 so-nbr                            pic 9(5).
           05 so-salary                         pic 9(5)v99.
           05 so-dept                           pic x(4).
           05 so-eff-date                       pic 9(8).
           05 so-hire-date                      pic 9(8).
           05 so-promo-position                 pic x(8).
           05 so-promo-pct                      pic 99v9.
           05 so-promo-eff-date                 pic 9(8).
      *
       working-storage section.

               10 ws-eff-mm                      pic 99.
               10 ws-eff-dd                      pic 99.

      *Hire date being aged, copied from il-hire-date so the year,
      *month and day can be picked apart against the run date.
       01 ws-hire-date-area.
           05 ws-hire-date                      pic 9(8)
                value 0.
           05 filler redefines ws-hire-date.
               10 ws-hire-yyyy                   pic 9(4).
               10 ws-hire-mm                     pic 99.
               10 ws-hire-dd                     pic 99.

      *Years of service as of the run date, worked out by
      *190-computeservice - whole years, an anniversary not yet
      *reached this year not counting. ws-service-calc is the raw
      *signed figure, so a service past the two-digit field still
      *reaches the years-out-of-range check. ws-hire-used-flag is
      *"Y" when the figure came from the hire date, "N" when the
      *record had no hire date and the keyed il-years was used.
       77 ws-service-calc                       pic s9(4)
           value 0.
       77 ws-service-years                      pic 99
           value 0.
       77 ws-hire-used-flag                     pic x
           value "N".
       77 ws-hire-bad-flag                      pic x
           value "N".

      *Service-driven position change check - the position the
      *employee's service put them in one cycle ago beside the one
      *it puts them in now, for the exception line 156-checkrecord
      *writes when the two differ.
       77 ws-svc-prev-position                  pic x(8)
           value spaces.
       77 ws-svc-now-position                   pic x(8)
           value spaces.
       77 ws-svc-years-out                      pic z9.

      *Promotion working fields, set by 195-checkpromotion for the
      *record in hand. ws-promo-active-flag: the record carries a
      *usable promotion whose date has arrived. ws-promo-override-
      *flag: it stands - the employee classifies by the promoted
      *position. ws-promo-cycle-flag: it took effect this cycle, so
      *the promotional increase is paid. ws-svc-position is the
      *position service alone gives, and ws-promo-months how many
      *whole months the promotion has been in force.
       77 ws-promo-active-flag                  pic x
           value "N".
       77 ws-promo-override-flag                pic x
           value "N".
       77 ws-promo-cycle-flag                   pic x
           value "N".
       77 ws-svc-position                       pic x(8)
           value spaces.
       77 ws-svc-rank                           pic 9
           value 0.
       77 ws-proj-rank                          pic 9
           value 0.
       77 ws-promo-months                       pic s999
           value 0.
       77 ws-promo-incr-calc                    pic 9(8)v99
           value 0.
       77 ws-promo-prorated-calc                pic 9(8)v99
           value 0.
       77 ws-cycle-incr-calc                    pic 9(8)v99
           value 0.

      *Promotion effective date, picked apart the same way as the
      *raise effective date.
       01 ws-promo-date-area.
           05 ws-promo-date                     pic 9(8)
                value 0.
           05 filler redefines ws-promo-date.
               10 ws-promo-yyyy                  pic 9(4).
               10 ws-promo-mm                    pic 99.
               10 ws-promo-dd                    pic 99.

      *Position lookup for 476-lookupposition - the step a ladder
      *position sits on (JR PROG 1 up to ANALYST 4, zero for
      *anything off the ladder), its class subscript and its rate.
       77 ws-lkp-position                       pic x(8)
           value spaces.
       77 ws-lkp-rank                           pic 9
           value 0.
       77 ws-lkp-idx                            pic 9
           value 0.
       77 ws-lkp-rate                           pic 99v9
           value 0.

      *Whole months the new rate was in force this cycle, clamped to
      *the 0-12 range by 550-prorateincrease.
       77 ws-months-in-force                    pic s999
       77 ws-prior-eof-flag                     pic x
           value "N".

      *Prior-run service table, loaded from prior-file by
      *185-loadpriorservice - the keyed years and the hire date each
      *employee was classified on last run, one occupied slot per
      *prior record searched on the stored employee number, so
      *192-checkservicemove compares against the position that run
      *actually used.
       01 ws-prior-svc-table.
           05 ws-psv-count                      pic 9(4)
                value 0.
           05 ws-psv-entry                      occurs 5000 times.
               10 ws-psv-nbr                      pic 9(5)
                    value 0.
               10 ws-psv-years                    pic 99
                    value 0.
               10 ws-psv-hire-date                pic 9(8)
                    value 0.
       77 ws-max-psvs                           pic 9(4)
           value 5000.
       77 ws-psv-sub                            pic 9(4)
           value 0.
       77 ws-psv-pos                            pic 9(4)
           value 0.
       77 ws-psv-find-nbr                       pic 9(5)
           value 0.
       77 ws-psv-eof-flag                       pic x
           value "N".
       77 ws-prior-svc-calc                     pic s9(4)
           value 0.

      *HR master employee roster, loaded by 120-loadhrmaster, one
      *occupied slot per roster record searched on the stored
      *employee number - an employee not found here is inactive.
      *Per-department raise totals, accumulated on every run.
      *Production runs post the base totals to the GL journal; a
      *simulation prices each scenario's total beside the base for
      *the comparison report. ws-dept-tot-bonus carries the
      *department's one-time bonuses for the budget variance report.
      *Departments appear in sorted-input order, so the reports list
      *them in department sequence.
       01 ws-dept-total-table.
           05 ws-dept-total-entry                 occurs 50 times.
               10 ws-dept-tot-code               pic x(4)
                    value spaces.
               10 ws-dept-tot-base         pic 9(10)v99
                    value 0.
               10 ws-dept-tot-bonus        pic 9(10)v99
                    value 0.
               10 ws-dept-tot-orig         pic 9(10)v99
                    value 0.
               10 ws-dept-tot-scn          occurs 3 times
       77 ws-band-pos                           pic 99
           value 0.

      *Department budget table loaded from budget-file at startup,
      *with the staged budgets whose date has arrived merged in.
      *ws-budget-printed marks the budgets the variance report has
      *already matched to a department, so the budgets nobody spent
      *against can be listed after them.
       01 ws-budget-table.
           05 ws-budget-entry                   occurs 50 times.
               10 ws-budget-dept                 pic x(4)
                    value spaces.
               10 ws-budget-amount               pic 9(8)v99
                    value 0.
               10 ws-budget-tolerance            pic 99v9
                    value 0.
               10 ws-budget-printed              pic x
                    value "N".
       77 ws-budget-status                      pic xx
           value spaces.
       77 ws-bdgtstg-status                     pic xx
           value spaces.
       77 ws-budget-eof-flag                    pic x
           value "N".
       77 ws-budget-loaded-flag                 pic x
           value "N".
       77 ws-budget-count                       pic 99
           value 0.
       77 ws-max-budgets                        pic 99
           value 50.
       77 ws-budget-sub                         pic 99
           value 0.
       77 ws-budget-pos                         pic 99
           value 0.

      *Budget variance working fields - spend is raises plus
      *bonuses, the variance is spend less budget (negative means
      *under), and the allowance is the tolerated overspend.
       77 ws-bdg-spend-calc                     pic 9(10)v99
           value 0.
       77 ws-bdg-variance-calc                  pic s9(10)v99
           value 0.
       77 ws-bdg-allowance-calc                 pic 9(10)v99
           value 0.
       77 ws-bdg-over-count                     pic 999
           value 0.
       77 ws-bdg-budget-total                   pic 9(10)v99
           value 0.
       77 ws-bdg-raise-total                    pic 9(10)v99
           value 0.
       77 ws-bdg-bonus-total                    pic 9(10)v99
           value 0.
       77 ws-bdg-variance-total                 pic s9(10)v99
           value 0.

      *Budget variance report lines
       01 ws-budget-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(40)
                value "DEPARTMENT RAISE BUDGET VARIANCE REPORT ".
           05 filler                            pic x(6)
                value "- RUN ".
           05 bv-run-date                       pic 9(8).

       01 ws-budget-column-heading.
           05 filler                            pic x(4)
                value "DEPT".
           05 filler                            pic x(8)
                value spaces.
           05 filler                            pic x(6)
                value "BUDGET".
           05 filler                            pic x(8)
                value spaces.
           05 filler                            pic x(6)
                value "RAISES".
           05 filler                            pic x(7)
                value spaces.
           05 filler                            pic x(7)
                value "BONUSES".
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(10)
                value "OVER/UNDER".
           05 filler                            pic x(1)
                value spaces.
           05 filler                            pic x(5)
                value "TOL %".
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(4)
                value "FLAG".

       01 ws-budget-detail.
           05 bv-dept                           pic x(4).
           05 filler                            pic x(1)
                value spaces.
           05 bv-budget                         pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-raises                         pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-bonuses                        pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-variance                       pic -z,zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 bv-tolerance                      pic z9.9.
           05 filler                            pic x(3)
                value spaces.
           05 bv-flag                           pic x(14).

       01 ws-budget-total-line.
           05 filler                            pic x(4)
                value "ALL ".
           05 filler                            pic x(1)
                value spaces.
           05 bv-budget-total                   pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-raise-total                    pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-bonus-total                    pic zz,zzz,zz9.99.
           05 filler                            pic x(1)
                value spaces.
           05 bv-variance-total                 pic -z,zzz,zz9.99.

       01 ws-budget-over-line.
           05 filler                            pic x(36)
                value "DEPARTMENTS OVER BUDGET TOLERANCE: ".
           05 bv-over-count-out                 pic zz9.

       01 ws-budget-none-line.
           05 filler                            pic x(40)
                value "NO DEPARTMENT BUDGET FILE SUPPLIED - EVE".
           05 filler                            pic x(30)
                value "RY DEPARTMENT SHOWN UNBUDGETED".

      *Effective-dated staging controls - one shared end-of-file
      *flag and scan fields for merging the staged control records
      *whose date has arrived over the loaded tables.
                value spaces.
           05 ws-xfer-total-out                 pic zz9.

      *Promotion section of the report - one line per promotion that
      *took effect this cycle, printed after the company totals by
      *745-promotionsection from promo-file.
       77 ws-promo-eof-flag                     pic x
           value "N".
       77 ws-promo-count                        pic 9(3)
           value 0.
       77 ws-promo-incr-total                   pic 9(10)v99
           value 0.
       77 ws-promo-prorated-total               pic 9(10)v99
           value 0.

       01 ws-promo-heading.
           05 filler                            pic x(35)
                value spaces.
           05 filler                            pic x(21)
                value "PROMOTIONS THIS CYCLE".

       01 ws-promo-column-heading.
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
           05 filler                            pic x(4)
                value "FROM".
           05 filler                            pic x(6)
                value spaces.
           05 filler                            pic x(2)
                value "TO".
           05 filler                            pic x(8)
                value spaces.
           05 filler                            pic x(5)
                value "PROMO".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "EFF DATE".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(11)
                value "CYCLE RAISE".
           05 filler                            pic x(1)
                value spaces.
           05 filler                            pic x(11)
                value "PROMO RAISE".
           05 filler                            pic x(1)
                value spaces.
           05 filler                            pic x(8)
                value "PRORATED".
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(10)
                value "NEW SALARY".
           05 filler                            pic x(4)
                value spaces.
           05 filler                            pic x(4)
                value "HELD".

       01 ws-promo-detail.
           05 pd-emp-num                        pic 9(5).
           05 filler                            pic x(2)
                value spaces.
           05 pd-emp-name                       pic x(15).
           05 filler                            pic x(2)
                value spaces.
           05 pd-dept                           pic x(4).
           05 filler                            pic x(2)
                value spaces.
           05 pd-from-position                  pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 pd-to-position                    pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 pd-promo-pct                      pic zz.z.
           05 filler                            pic x
                value "%".
           05 filler                            pic x(2)
                value spaces.
           05 pd-promo-eff-date                 pic 9(8).
           05 filler                            pic x(2)
                value spaces.
           05 pd-cycle-incr                     pic zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-promo-incr                     pic zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-promo-prorated                 pic zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-new-salary                     pic z,zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 pd-held                           pic x(4).

       01 ws-promo-total.
           05 filler                            pic x(11)
                value "PROMOTIONS:".
           05 filler                            pic x(1)
                value spaces.
           05 ws-promo-count-out                pic zz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(12)
                value "PROMO RAISE=".
           05 ws-promo-incr-out                 pic zzz,zzz,zz9.99.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(9)
                value "PRORATED=".
           05 ws-promo-prorated-out             pic zzz,zzz,zz9.99.

       01 ws-promo-none-line.
           05 filler                            pic x(36)
                value "NO PROMOTIONS TOOK EFFECT THIS CYCLE".

      *Band compliance working fields - ws-held-flag marks a record
      *whose raise was capped and written to held-file instead of the
      *payroll extract; ws-uncapped-salary-calc keeps the amount the
      *characters, unlike the printed ws-detail-output above - "," is
      *also this record's field delimiter, so a currency-edited amount
      *of $1,000 or more would insert a comma that split the field in
      *two for any downstream comma-delimited parse. The last field
      *tells payroll what kind of increase the line pays - "P" for a
      *promotion that took effect this cycle (the promotional
      *increase rides on top of the cycle raise), "A" for the annual
      *increase alone.
       01 ws-extract-detail.
           05 ws-ex-emp-num                     pic x(5).
           05 ws-ex-comma-1                     pic x
           05 ws-ex-comma-8                     pic x
                value ",".
           05 ws-ex-bonus                       pic zzzzz9.99.
           05 ws-ex-comma-9                     pic x
                value ",".
           05 ws-ex-entry-type                  pic x
                value "A".

       01 ws-calc.
           05 ws-pay-increase-total-analyst     pic 9(10)v99
                until ws-eof-flag = ws-lit-yes.
           perform 700-averageincreases.
           perform 750-companytotals.
           perform 745-promotionsection.
           perform 780-forecasttotals.
           perform 790-budgetvariance.
           if ws-sim-mode-flag = ws-lit-yes
                perform 770-simreport
           else
                open extend overage-file
                open extend forecast-file
                open extend xfer-file
                open extend promo-file
           else
           if ws-sim-mode-flag = ws-lit-yes
                open output output-file
                perform 109-forecastheadings
                open output xfer-file
                perform 101-xferheadings
                open output promo-file
           else
      *A retro run writes the adjustment extract in place of the
      *payroll extract, and neither writes nor truncates the held
                perform 109-forecastheadings
                open output xfer-file
                perform 101-xferheadings
                open output promo-file
           else
                open output output-file
                open output extract-file
                perform 109-forecastheadings
                open output xfer-file
                perform 101-xferheadings
                open output promo-file
           end-if
           end-if
           end-if.
           perform 110-loadrates.
           perform 120-loadhrmaster.
           perform 185-loadpriorservice.
           perform 126-loadbands.
           perform 144-loadglmap.
           perform 172-loadbudgets.
           if ws-sim-mode-flag = ws-lit-yes
                perform 130-loadscenarios
           end-if.
                                       ws-dept-tot-code(ws-sdt-sub).
           move cp-dept-tot-base(ws-sdt-sub)    to
                                       ws-dept-tot-base(ws-sdt-sub).
           move cp-dept-tot-bonus(ws-sdt-sub)   to
                                      ws-dept-tot-bonus(ws-sdt-sub).

      *Loads the increase-percentage table from rate-file and applies
      *it to the working percentage fields used by 400-graduates and
           if sr-eff-date is numeric
                   and sr-eff-date <= ws-run-date
                perform 125-findstagedrate
      *A zero staged rate removes the entry - the last entry moves
      *into its slot.
                if sr-rate = 0
                     if ws-stgr-pos > 0
                          move ws-rate-entry(ws-rate-count) to
                                      ws-rate-entry(ws-stgr-pos)
                          subtract 1            from ws-rate-count
                     end-if
                else
                if ws-stgr-pos > 0
                     move sr-rate               to
                                      ws-rate-pct(ws-stgr-pos)
                                      ws-rate-pct(ws-rate-count)
                end-if
                end-if
                end-if
           end-if.

           read ratestg-file
           if sb-eff-date is numeric
                   and sb-eff-date <= ws-run-date
                perform 151-findstagedband
      *A zero staged band removes the entry, the same way.
                if sb-min = 0 and sb-max = 0
                     if ws-stgr-pos > 0
                          move ws-band-entry(ws-band-count) to
                                      ws-band-entry(ws-stgr-pos)
                          subtract 1            from ws-band-count
                     end-if
                else
                if ws-stgr-pos > 0
                     move sb-min                to
                                      ws-band-min(ws-stgr-pos)
                                      ws-band-max(ws-band-count)
                end-if
                end-if
                end-if
           end-if.

           read bandstg-file
                                           ws-gl-suspense-account
                else
                     perform 166-findstagedmap
      *A blank staged account removes the department's mapping -
      *its raise dollars post to suspense from that date.
                     if sg-account = spaces
                          if ws-stgr-pos > 0
                               move ws-glmap-entry(ws-glmap-count)
                                    to ws-glmap-entry(ws-stgr-pos)
                               subtract 1       from ws-glmap-count
                          end-if
                     else
                     if ws-stgr-pos > 0
                          move sg-account       to
                                 ws-glmap-account(ws-stgr-pos)
                                ws-glmap-account(ws-glmap-count)
                     end-if
                     end-if
                     end-if
                end-if
                end-if
           end-if.
           read glmap-file
                at end move ws-lit-yes          to ws-glmap-eof-flag.

      *Loads the department budget file into ws-budget-table, then
      *merges the staged budgets whose date has arrived. A missing
      *DEPTBDGT is tolerated like the other control files - the
      *variance report then says so and shows every department
      *unbudgeted; A4CTLVAL is the check that holds the run for it.
       172-loadbudgets.
           open input budget-file.
           if ws-budget-status = "00"
                move ws-lit-yes                 to ws-budget-loaded-flag
                perform 173-readbudgetfirst
                perform 174-loadbudgetloop
                     until ws-budget-eof-flag = ws-lit-yes
                     OR ws-budget-count >= ws-max-budgets
                close budget-file
           end-if.
           perform 175-applystagedbudgets.

      *First read of budget-file.
       173-readbudgetfirst.
           read budget-file
                at end move ws-lit-yes          to ws-budget-eof-flag.

      *Stores one budget-file record, and reads the next. A budget
      *that is not numeric is left out, so the department shows
      *unbudgeted rather than costed against garbage.
       174-loadbudgetloop.
           if bd-budget is numeric and bd-tolerance is numeric
                add 1                           to ws-budget-count
                move bd-dept                    to
                                  ws-budget-dept(ws-budget-count)
                move bd-budget                  to
                                ws-budget-amount(ws-budget-count)
                move bd-tolerance               to
                             ws-budget-tolerance(ws-budget-count)
           end-if.

           read budget-file
                at end move ws-lit-yes          to ws-budget-eof-flag.

      *Merges the staged budgets whose effective date has arrived
      *over the budget table - same activation rule as the staged
      *rates. An applied staged budget also marks the budgets
      *loaded, so a cycle budgeted entirely from staging still gets
      *its variance report.
       175-applystagedbudgets.
           open input bdgtstg-file.
           if ws-bdgtstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read bdgtstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 177-applyonestagedbudget
                     until ws-stg-eof-flag = ws-lit-yes
                close bdgtstg-file
           end-if.

      *Applies one staged budget whose date has arrived, and reads
      *the next.
       177-applyonestagedbudget.
           if bs-eff-date is numeric
                   and bs-eff-date <= ws-run-date
                   and bs-budget is numeric
                   and bs-tolerance is numeric
                move ws-lit-yes                 to ws-budget-loaded-flag
                perform 181-findstagedbudget
                if ws-budget-pos > 0
                     move bs-budget             to
                                 ws-budget-amount(ws-budget-pos)
                     move bs-tolerance          to
                              ws-budget-tolerance(ws-budget-pos)
                else
                if ws-budget-count < ws-max-budgets
                     add 1                      to ws-budget-count
                     move bs-dept               to
                                  ws-budget-dept(ws-budget-count)
                     move bs-budget             to
                                ws-budget-amount(ws-budget-count)
                     move bs-tolerance          to
                             ws-budget-tolerance(ws-budget-count)
                end-if
                end-if
           end-if.

           read bdgtstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Finds the budget-table entry matching the staged record's
      *department.
       181-findstagedbudget.
           move 0                               to ws-budget-pos.
           perform 183-scanstagedbudget
                varying ws-budget-sub           from 1 by 1
                until ws-budget-sub > ws-budget-count
                OR ws-budget-pos > 0.

      *Checks one budget-table entry for a staged-budget match.
       183-scanstagedbudget.
           if ws-budget-dept(ws-budget-sub) = bs-dept
                move ws-budget-sub              to ws-budget-pos
           end-if.

      *Loads the candidate scenario rate files for a simulation run.
      *Every scenario's rates are seeded from the production
      *rate-file first (110-loadrates has already run), so a
                       with pointer ws-reason-ptr
           end-if.

      *Service is checked as worked out from the hire date - a hire
      *date that cannot be aged is reported in place of the range
      *check, and the keyed il-years stands in for it.
           perform 190-computeservice.
           if ws-hire-bad-flag = ws-lit-yes
                string "INVALID HIRE DATE "       delimited by size
                       into we-reason
                       with pointer ws-reason-ptr
           else
           if ws-service-calc > ws-max-years
                string "YEARS OUT OF RANGE "      delimited by size
                       into we-reason
                       with pointer ws-reason-ptr
           end-if
           end-if.

           if il-salary = 0
                add 1                              to ws-exception-count
           end-if.

      *A promotion that stands holds the employee in the promoted
      *position, so it is settled before the service-move check.
           perform 195-checkpromotion.
           perform 194-reportpromotion.
           perform 192-checkservicemove.

      *Loads the merit bonus transactions into ws-bonus-table while
      *the exception report is open - a bonus for an employee the
      *HR master does not carry as active is reported there like any
           read input-file
                at end move ws-lit-yes          to ws-val-eof-flag.

      *Loads the keyed years and hire date of every prior-run record
      *for the service-move check. No prior file means every
      *employee falls back on the keyed il-years.
       185-loadpriorservice.
           open input prior-file.
           if ws-prior-status = "00"
                perform 188-readpriorservice
                perform 193-loadpriorserviceloop
                     until ws-psv-eof-flag = ws-lit-yes
                close prior-file
           end-if.

      *Reads one prior-file record for the service table.
       188-readpriorservice.
           read prior-file
                at end move ws-lit-yes          to ws-psv-eof-flag.

      *Tables one prior record's years and hire date, and reads the
      *next.
       193-loadpriorserviceloop.
           if pl-nbr is numeric
                   and pl-nbr > 0
                if ws-psv-count < ws-max-psvs
                     add 1                      to ws-psv-count
                     move pl-nbr                to
                                        ws-psv-nbr(ws-psv-count)
                     move 0                     to
                                      ws-psv-years(ws-psv-count)
                     if pl-years is numeric
                          move pl-years         to
                                      ws-psv-years(ws-psv-count)
                     end-if
                     move 0                     to
                                  ws-psv-hire-date(ws-psv-count)
                     if pl-hire-date is numeric
                          move pl-hire-date     to
                                  ws-psv-hire-date(ws-psv-count)
                     end-if
                else
                     display "A4SALRPT - PRIOR SERVICE TABLE FULL - "
                             "EMP " pl-nbr " CHECKED ON KEYED YEARS"
                end-if
           end-if.
           perform 188-readpriorservice.

      *Finds an employee in the prior service table by the number
      *in ws-psv-find-nbr.
       191-findpriorservice.
           move 0                               to ws-psv-pos.
           perform 197-scanpriorservice
                varying ws-psv-sub              from 1 by 1
                until ws-psv-sub > ws-psv-count
                OR ws-psv-pos > 0.

      *Checks one prior service slot for a match on employee number.
       197-scanpriorservice.
           if ws-psv-nbr(ws-psv-sub) = ws-psv-find-nbr
                move ws-psv-sub                 to ws-psv-pos
           end-if.

      *Works out whole years of service as of the run date from the
      *hire date - the run year less the hire year, less one more
      *when this year's anniversary has not come round yet. A record
      *with no hire date (zeros) falls back on the keyed il-years; a
      *hire date that is not numeric, or lies after the run date, is
      *flagged for the exception report and falls back the same way
      *so the record still classifies.
       190-computeservice.
           move "N"                             to ws-hire-bad-flag.
           move "N"                             to ws-hire-used-flag.
           if il-hire-date is numeric and il-hire-date > 0
                if il-hire-date > ws-run-date
                     move ws-lit-yes            to ws-hire-bad-flag
                else
                     move ws-lit-yes            to ws-hire-used-flag
                end-if
           else
           if il-hire-date is not numeric
                move ws-lit-yes                 to ws-hire-bad-flag
           end-if
           end-if.
           if ws-hire-used-flag = ws-lit-yes
                move il-hire-date               to ws-hire-date
                compute ws-service-calc = ws-run-yyyy - ws-hire-yyyy
                if ws-run-mm < ws-hire-mm
                        or (ws-run-mm = ws-hire-mm
                        and ws-run-dd < ws-hire-dd)
                     subtract 1                 from ws-service-calc
                end-if
           else
                if il-years is numeric
                     move il-years              to ws-service-calc
                else
                     move 0                     to ws-service-calc
                end-if
           end-if.
           if ws-service-calc > 99
                move 99                         to ws-service-years
           else
                move ws-service-calc            to ws-service-years
           end-if.

      *Writes an exception line when the service just worked out in
      *190-computeservice puts a graduate or non-graduate in a
      *different position than the prior run classified them in -
      *the raise HR would otherwise miss because nobody re-keyed a
      *years field, including the jump on the first run after the
      *hire dates went in and after a corrected hire date. Only a
      *service aged from the hire date can move; a keyed il-years
      *never does. PhD and Masters positions are flat and never
      *move. Uses the same band rules the forecast projects with,
      *before the report pass needs those fields for itself.
       192-checkservicemove.
           if ws-hire-used-flag = ws-lit-yes
                   and ws-service-years > 0
                   and il-nbr > 0
                   and ws-hrm-active-work = ws-lit-yes
                   and (il-ed-code = ws-lit-graduate
                   or il-ed-code = ws-lit-non-graduate)
                move spaces                     to ws-position
                perform 196-priorservice
                perform 554-projectclass
                move ws-proj-position           to ws-svc-prev-position
                move ws-service-years           to ws-proj-years
                perform 554-projectclass
                move ws-proj-position           to ws-svc-now-position
                if ws-svc-now-position not = ws-svc-prev-position
                     if ws-svc-prev-position = spaces
                          move "UNCLASS"        to ws-svc-prev-position
                     end-if
                     if ws-svc-now-position = spaces
                          move "UNCLASS"        to ws-svc-now-position
                     end-if
                     move ws-service-years      to ws-svc-years-out
                     move spaces                to we-reason
                     move 1                     to ws-reason-ptr
                     string "SERVICE NOW "      delimited by size
                            ws-svc-years-out    delimited by size
                            " YRS - POSITION CHANGED FROM "
                                                delimited by size
                            ws-svc-prev-position
                                                delimited by space
                            " TO "              delimited by size
                            ws-svc-now-position
                                                delimited by size
                            into we-reason
                            with pointer ws-reason-ptr
                     move il-nbr                to we-emp-num
                     move il-name               to we-emp-name
                     write exception-line       from
                                                 ws-exception-detail
                     move spaces                to exception-line
                     add 1                      to ws-exception-count
                end-if
           end-if.

      *Works out the service the prior run classified this employee
      *on, into ws-proj-years: the prior record's hire date aged to
      *one cycle ago, or its keyed years when it had no hire date -
      *as on the first run after the cutover, when the prior run
      *still used the keyed years. An employee with no prior record
      *falls back on the keyed il-years.
       196-priorservice.
           move il-nbr                          to ws-psv-find-nbr.
           perform 191-findpriorservice.
           if ws-psv-pos = 0
                if il-years is numeric
                     move il-years              to ws-proj-years
                else
                     move 0                     to ws-proj-years
                end-if
           else
           if ws-psv-hire-date(ws-psv-pos) > 0
                   and ws-psv-hire-date(ws-psv-pos) <= ws-run-date
                move ws-psv-hire-date(ws-psv-pos) to ws-hire-date
                compute ws-prior-svc-calc =
                     ws-run-yyyy - ws-hire-yyyy - 1
                if ws-run-mm < ws-hire-mm
                        or (ws-run-mm = ws-hire-mm
                        and ws-run-dd < ws-hire-dd)
                     subtract 1                 from ws-prior-svc-calc
                end-if
                if ws-prior-svc-calc < 0
                     move 0                     to ws-prior-svc-calc
                end-if
                if ws-prior-svc-calc > 99
                     move 99                    to ws-prior-svc-calc
                end-if
                move ws-prior-svc-calc          to ws-proj-years
           else
                move ws-psv-years(ws-psv-pos)   to ws-proj-years
           end-if
           end-if.

      *Works out whether the employee's promotion, if any, stands
      *this run. A promotion is honoured once its effective date has
      *arrived, for a record whose education code classifies, and
      *only while the promoted position ranks at or above the one
      *service alone now gives - service that has since carried the
      *employee past the promoted position takes over again. The
      *promotional increase itself is paid only in the cycle the
      *promotion took effect in: a promotion a full cycle old or
      *more keeps its position but raises nothing further.
       195-checkpromotion.
           move "N"                             to ws-promo-active-flag.
           move "N"                             to
                                           ws-promo-override-flag.
           move "N"                             to ws-promo-cycle-flag.
           move spaces                          to ws-svc-position.
           move 0                               to ws-promo-months.
           if il-promo-position not = spaces
                   and il-promo-pct is numeric
                   and il-promo-eff-date is numeric
                   and il-promo-eff-date > 0
                   and il-promo-eff-date not > ws-run-date
                   and (il-ed-code = ws-lit-graduate
                   or il-ed-code = ws-lit-non-graduate
                   or il-ed-code = ws-lit-phd
                   or il-ed-code = ws-lit-masters)
                move il-promo-position          to ws-lkp-position
                perform 476-lookupposition
                if ws-lkp-rank > 0
                     move ws-lit-yes            to ws-promo-active-flag
                end-if
           end-if.
           if ws-promo-active-flag = ws-lit-yes
                move spaces                     to ws-position
                move ws-service-years           to ws-proj-years
                perform 554-projectclass
                move ws-proj-position           to ws-svc-position
                if il-ed-code = ws-lit-phd
                     move ws-phd                to ws-svc-position
                end-if
                if il-ed-code = ws-lit-masters
                     move ws-masters            to ws-svc-position
                end-if
                move ws-svc-position            to ws-lkp-position
                perform 476-lookupposition
                move ws-lkp-rank                to ws-svc-rank
                move il-promo-position          to ws-lkp-position
                perform 476-lookupposition
                if ws-lkp-rank >= ws-svc-rank
                     move ws-lit-yes            to
                                           ws-promo-override-flag
                     move il-promo-eff-date     to ws-promo-date
                     compute ws-promo-months =
                          (ws-run-yyyy - ws-promo-yyyy) * 12
                          + ws-run-mm - ws-promo-mm
                     if ws-promo-months < ws-cycle-months
                          move ws-lit-yes       to ws-promo-cycle-flag
                     end-if
                end-if
           end-if.

      *Writes an exception line for a promotion the run cannot
      *honour - one whose fields A4EMPMNT would never have let onto
      *the master, or one service has since overtaken. Neither
      *stops the record classifying by service as before. A
      *promotion keyed ahead of its effective date just waits.
       194-reportpromotion.
           move spaces                          to we-reason.
           if il-promo-position not = spaces and il-nbr > 0
                move il-promo-position          to ws-lkp-position
                perform 476-lookupposition
                if ws-lkp-rank = 0
                        or il-promo-pct is not numeric
                        or il-promo-eff-date is not numeric
                        or il-promo-eff-date = 0
                     move "PROMOTION IGNORED - INVALID PROMOTION FIELDS"
                                                to we-reason
                else
                if ws-promo-active-flag = ws-lit-yes
                        and ws-promo-override-flag not = ws-lit-yes
                     move 1                     to ws-reason-ptr
                     string "PROMOTION TO "     delimited by size
                            il-promo-position   delimited by space
                            " IGNORED - SERVICE NOW GIVES "
                                                delimited by size
                            ws-svc-position     delimited by size
                            into we-reason
                            with pointer ws-reason-ptr
                end-if
                end-if
           end-if.
           if we-reason not = spaces
                move il-nbr                     to we-emp-num
                move il-name                    to we-emp-name
                write exception-line            from
                                                 ws-exception-detail
                move spaces                     to exception-line
                add 1                           to ws-exception-count
           end-if.

      *Finds an employee in the current-run table by the number in
      *ws-cemp-find-nbr, leaving the slot - zero when the employee
      *is not in this run at all - in ws-cemp-pos.
           move so-salary                       to il-salary.
           move so-dept                         to il-dept.
           move so-eff-date                     to il-eff-date.
           move so-hire-date                    to il-hire-date.
           move so-promo-position               to il-promo-position.
           move so-promo-pct                    to il-promo-pct.
           move so-promo-eff-date               to il-promo-eff-date.

      *Fatal restart condition - this run's checkpoint points at an
      *employee number that no longer exists anywhere in the
                                               ws-prorated-salary-calc,
                                                   ws-new-salary-calc,
                                                   ws-bonus-calc,
                                                   ws-class-idx,
                                                ws-promo-incr-calc,
                                            ws-promo-prorated-calc
           move "N"                             to ws-skip-detail-flag.
           move "N"                             to ws-held-flag.
           perform 190-computeservice.
           move il-nbr                          to ws-hrm-find-nbr.
           perform 123-findhrmactive.
           perform 195-checkpromotion.
           if il-nbr > 0
                   and ws-hrm-active-work = ws-lit-yes
      *A promotion that stands classifies the employee in place of
      *the education-code and service rules.
                if ws-promo-override-flag = ws-lit-yes
                     perform 470-promotedclass
                else
                if il-ed-code = ws-lit-graduate
                     perform 400-graduates
                else
                end-if
                end-if
                end-if
                end-if
           else
      *Inactive/unknown employee number - the front-end pass already
      *reported it on the exception report, so no raise is applied
                compute ws-new-salary-calc = ws-incr-salary-calc
                     + il-salary
                perform 520-checksalaryband
      *A band cap comes off the cycle raise first - the promotional
      *increase keeps whatever of the capped raise is left.
                if ws-promo-incr-calc > ws-incr-salary-calc
                     move ws-incr-salary-calc   to ws-promo-incr-calc
                end-if
                if ws-retro-mode-flag = ws-lit-yes
                     perform 558-checkpendingheld
                end-if
                move ws-bonus-found             to ws-bonus-calc
                add ws-bonus-calc               to ws-dept-bonus-total
                add ws-bonus-calc               to ws-bonus-grand-total
      *The budget variance report holds each department's bonuses
      *against its budget alongside the raises.
                if ws-bonus-calc > 0
                     move il-dept               to ws-dept-find-code
                     perform 585-finddepttotal
                     if ws-sdt-pos > 0
                          add ws-bonus-calc     to
                                   ws-dept-tot-bonus(ws-sdt-pos)
                     end-if
                end-if
                perform 552-forecastcrossing
                move il-nbr                     to ws-emp-num
                move il-name                    to ws-emp-name
                move ws-service-years           to ws-years
                move il-salary                  to ws-curr-salary
                move ws-incr-rate-calc          to ws-percent-inc
                move ws-incr-salary-calc        to ws-salary-increase

                write output-line               from ws-detail-output
                move spaces                     to output-line
                if ws-promo-cycle-flag = ws-lit-yes
                     perform 478-writepromotion
                end-if

      *A retro run compares this employee's corrected raise against
      *the original extract instead of writing an extract line. A
                     move ws-prorated-salary-calc to
                                             ws-ex-prorated-increase
                     move ws-bonus-calc         to ws-ex-bonus
                     if ws-promo-cycle-flag = ws-lit-yes
                          move "P"              to ws-ex-entry-type
                     else
                          move "A"              to ws-ex-entry-type
                     end-if
                     write extract-line          from ws-extract-detail
                     add 1                      to ws-extract-count
                     add ws-incr-salary-calc    to
      *Second read statement
           perform 212-skipread.

      *Performs calculations based on years of service and employee
      *type.
       400-graduates.
           if ws-service-years > 15
                move ws-analyst                 to ws-position
                move 1                          to ws-class-idx
                move ws-perc-analyst            to ws-incr-rate-calc
                add 1                           to ws-analyst-count
                add 1                           to ws-analyst-tot-count
           else
           if ws-service-years >= 7
                   and ws-service-years <= 15
                move ws-sen-prog                to ws-position
                move 2                          to ws-class-idx
                move ws-perc-sen-prog           to ws-incr-rate-calc
                add 1                           to ws-sr-prog-count
                add 1                           to ws-sr-prog-tot-count
           else
           if ws-service-years < 7
                   and ws-service-years > 2
                move ws-prog                    to ws-position
                move 3                          to ws-class-idx
                move ws-perc-prog               to ws-incr-rate-calc
                add 1                           to ws-prog-count
                add 1                           to ws-prog-tot-count
           else
           if ws-service-years <= 2
                move spaces                     to ws-position
                move spaces                     to ws-percent-sign
                add 1                           to ws-unclassified-count
           end-if
           end-if.

      *Performs calculations based on years of service and employee
      *type.
       500-nongraduates.
           if ws-service-years > 10
               move ws-prog                     to ws-position
               move 3                           to ws-class-idx
               move ws-perc-prog                to ws-incr-rate-calc
               add 1                            to ws-prog-count
               add 1                            to ws-prog-tot-count
            else
            if ws-service-years <= 10
                    and ws-service-years > 4
               move ws-jr-prog                  to ws-position
               move 4                           to ws-class-idx
               move ws-perc-jr-prog             to ws-incr-rate-calc
               add 1                            to ws-jr-prog-count
               add 1                            to ws-jr-prog-tot-count
            else
            if ws-service-years <= 4
                move spaces                     to ws-position
                move spaces                     to ws-percent-sign
                add 1                           to ws-unclassified-count
           move "%"                             to ws-percent-sign.
           add 1                                to ws-masters-tot-count.

      *Classifies a promoted employee by the promoted position - its
      *class, its rate and its headcounts, exactly as the service
      *rules would for an employee who had reached it - and, in the
      *cycle the promotion took effect, adds the promotional
      *increase on top of the cycle raise. The percent shown and
      *extracted is then the two rates together.
       470-promotedclass.
           move il-promo-position               to ws-lkp-position.
           perform 476-lookupposition.
           move il-promo-position               to ws-position.
           move ws-lkp-idx                      to ws-class-idx.
           move ws-lkp-rate                     to ws-incr-rate-calc.
           compute ws-incr-salary-calc rounded =
               (ws-incr-rate-calc * il-salary) / 100.
           move "%"                             to ws-percent-sign.
           if ws-class-idx = 1
                add 1                           to ws-analyst-count
                add 1                           to ws-analyst-tot-count
           end-if
           if ws-class-idx = 2
                add 1                           to ws-sr-prog-count
                add 1                           to ws-sr-prog-tot-count
           end-if
           if ws-class-idx = 3
                add 1                           to ws-prog-count
                add 1                           to ws-prog-tot-count
           end-if
           if ws-class-idx = 4
                add 1                           to ws-jr-prog-count
                add 1                           to ws-jr-prog-tot-count
           end-if
           if ws-promo-cycle-flag = ws-lit-yes
                compute ws-promo-incr-calc rounded =
                    (il-promo-pct * il-salary) / 100
                add ws-promo-incr-calc          to ws-incr-salary-calc
                add il-promo-pct                to ws-incr-rate-calc
           end-if.

      *Looks up the position in ws-lkp-position on the graduate/
      *non-graduate ladder - its step, class subscript and current
      *rate. Anything off the ladder answers zero throughout.
       476-lookupposition.
           move 0                               to ws-lkp-rank,
                                                   ws-lkp-idx,
                                                   ws-lkp-rate.
           if ws-lkp-position = ws-analyst
                move 4                          to ws-lkp-rank
                move 1                          to ws-lkp-idx
                move ws-perc-analyst            to ws-lkp-rate
           end-if
           if ws-lkp-position = ws-sen-prog
                move 3                          to ws-lkp-rank
                move 2                          to ws-lkp-idx
                move ws-perc-sen-prog           to ws-lkp-rate
           end-if
           if ws-lkp-position = ws-prog
                move 2                          to ws-lkp-rank
                move 3                          to ws-lkp-idx
                move ws-perc-prog               to ws-lkp-rate
           end-if
           if ws-lkp-position = ws-jr-prog
                move 1                          to ws-lkp-rank
                move 4                          to ws-lkp-idx
                move ws-perc-jr-prog            to ws-lkp-rate
           end-if.

      *Writes one promotion that took effect this cycle to promo-file
      *for the report's promotion section - the raises as finally
      *settled, band cap included, and whether the raise was held
      *for HR sign-off.
       478-writepromotion.
           move il-nbr                          to pm-nbr.
           move il-name                         to pm-name.
           move il-dept                         to pm-dept.
           move ws-svc-position                 to pm-from-position.
           move il-promo-position               to pm-to-position.
           move il-promo-pct                    to pm-promo-pct.
           move il-promo-eff-date               to pm-promo-eff-date.
           compute pm-cycle-incr = ws-incr-salary-calc
                - ws-promo-incr-calc.
           move ws-promo-incr-calc              to pm-promo-incr.
           move ws-promo-prorated-calc          to pm-promo-prorated.
           move ws-new-salary-calc              to pm-new-salary.
           move ws-held-flag                    to pm-held-flag.
           write promo-record.

      *Checks the computed new salary against the employee's position
      *band. Over the band maximum: the raise is capped at the
      *maximum, the uncapped amount goes on the band-overage report,
      *the full-cycle amount. ws-incr-salary-calc itself is left
      *untouched - the full-cycle amount still drives the new salary
      *and the class/department totals, with the prorated amount
      *shown beside it and carried on the extract. A promotional
      *increase inside the raise is prorated separately, from the
      *promotion's own effective date, and added in.
       550-prorateincrease.
           compute ws-cycle-incr-calc = ws-incr-salary-calc
                - ws-promo-incr-calc.
           if ws-cycle-incr-calc = 0
                move 0                          to
                                             ws-prorated-salary-calc
           else
                     move 0                     to ws-months-in-force
                end-if
                compute ws-prorated-salary-calc rounded =
                     ws-cycle-incr-calc * ws-months-in-force
                     / ws-cycle-months
           else
                move ws-cycle-incr-calc         to
                                             ws-prorated-salary-calc
           end-if
           end-if.
           if ws-promo-incr-calc > 0
                compute ws-promo-prorated-calc rounded =
                     ws-promo-incr-calc * ws-promo-months
                     / ws-cycle-months
                add ws-promo-prorated-calc      to
                                             ws-prorated-salary-calc
           end-if.

      *Projects this employee's classification at years-plus-one and,
      *when that lands in a different position band than today -
      *the first time - writes a forecast line costing the projected
      *increase at the current rates against today's salary.
       552-forecastcrossing.
           compute ws-proj-years = ws-service-years + 1.
           perform 554-projectclass.
           if ws-proj-position not = ws-position
                compute ws-proj-incr-calc rounded =
                     (ws-proj-rate * il-salary) / 100
                move il-nbr                     to fc-emp-num
                move il-name                    to fc-emp-name
                move ws-service-years           to fc-years
                move ws-position                to fc-position-now
                move ws-proj-position           to fc-position-next
                move ws-proj-incr-calc          to fc-proj-increase
                end-if
                end-if
           end-if.
      *A promotion that stands holds the employee in the promoted
      *position until service carries them past it.
           if ws-promo-override-flag = ws-lit-yes
                move ws-proj-position           to ws-lkp-position
                perform 476-lookupposition
                move ws-lkp-rank                to ws-proj-rank
                move il-promo-position          to ws-lkp-position
                perform 476-lookupposition
                if ws-lkp-rank >= ws-proj-rank
                     move il-promo-position     to ws-proj-position
                     move ws-lkp-rate           to ws-proj-rate
                end-if
           end-if.

      *Flags an employee whose original raise is still sitting in
      *the held file awaiting HR sign-off. Their corrected raise
                                       cp-dept-tot-code(ws-sdt-sub).
           move ws-dept-tot-base(ws-sdt-sub)    to
                                       cp-dept-tot-base(ws-sdt-sub).
           move ws-dept-tot-bonus(ws-sdt-sub)   to
                                      cp-dept-tot-bonus(ws-sdt-sub).

      *Calculates average increases for the total amount of each
      *employee type. Moves data to the output-line.
                                             ws-companytotals-bonus.
           move spaces                          to output-line.

      *Prints the promotion section after the company totals - every
      *promotion that took effect this cycle, read back from the
      *promo-file the report pass wrote, so payroll can tell a
      *promotion from an annual increase. The promoted employees are
      *also in their departments' detail lines and totals above;
      *this section only itemises what the promotion added.
       745-promotionsection.
           close promo-file.
           open input promo-file.
           write output-line                    from ws-blank-line.
           move spaces                          to output-line.
           write output-line                    from ws-promo-heading.
           move spaces                          to output-line.
           write output-line                    from ws-blank-line.
           move spaces                          to output-line.
           write output-line                    from
                                              ws-promo-column-heading.
           move spaces                          to output-line.
           write output-line                    from ws-blank-line.
           move spaces                          to output-line.
           perform 746-readpromofirst.
           perform 747-printpromotion
                until ws-promo-eof-flag = ws-lit-yes.
           close promo-file.
           if ws-promo-count = 0
                write output-line               from ws-promo-none-line
                move spaces                     to output-line
           end-if.
           move ws-promo-count                  to ws-promo-count-out.
           move ws-promo-incr-total             to ws-promo-incr-out.
           move ws-promo-prorated-total         to
                                              ws-promo-prorated-out.
           write output-line                    from ws-blank-line.
           move spaces                          to output-line.
           write output-line                    from ws-promo-total.
           move spaces                          to output-line.

      *First read of promo-file.
       746-readpromofirst.
           read promo-file
                at end move ws-lit-yes          to ws-promo-eof-flag.

      *Prints one promotion line, adds it to the section totals, and
      *reads the next.
       747-printpromotion.
           move pm-nbr                          to pd-emp-num.
           move pm-name                         to pd-emp-name.
           move pm-dept                         to pd-dept.
           move pm-from-position                to pd-from-position.
           if pm-from-position = spaces
                move "UNCLASS"                  to pd-from-position
           end-if.
           move pm-to-position                  to pd-to-position.
           move pm-promo-pct                    to pd-promo-pct.
           move pm-promo-eff-date               to pd-promo-eff-date.
           move pm-cycle-incr                   to pd-cycle-incr.
           move pm-promo-incr                   to pd-promo-incr.
           move pm-promo-prorated               to pd-promo-prorated.
           move pm-new-salary                   to pd-new-salary.
           if pm-held-flag = ws-lit-yes
                move "HELD"                     to pd-held
           else
                move spaces                     to pd-held
           end-if.
           write output-line                    from ws-promo-detail.
           move spaces                          to output-line.
           add 1                                to ws-promo-count.
           add pm-promo-incr                    to ws-promo-incr-total.
           add pm-promo-prorated                to
                                           ws-promo-prorated-total.

           read promo-file
                at end move ws-lit-yes          to ws-promo-eof-flag.

      *Appends this run's machine-readable history record - run date,
      *input and exception record counts, the per-class headcounts and
      *pay-increase totals the run finished with, and the final return
                                           ws-forecast-grand-line.
           move spaces                          to forecast-line.

      *Prints the budget-versus-actual variance report from the
      *department totals 580-accumdepttotals built - every
      *department with raises or bonuses this run, in department
      *sequence, then any budgeted department nobody spent against.
      *Written fresh at the end of every run, restarts included,
      *since the checkpoint carries the department totals forward.
       790-budgetvariance.
           open output budget-report-file.
           move ws-run-date                     to bv-run-date.
           write budget-line                    from ws-budget-heading.
           move spaces                          to budget-line.
           write budget-line                    from ws-blank-line.
           move spaces                          to budget-line.
           if ws-budget-loaded-flag not = ws-lit-yes
                write budget-line               from
                                           ws-budget-none-line
                move spaces                     to budget-line
                write budget-line               from ws-blank-line
                move spaces                     to budget-line
           end-if.
           write budget-line                    from
                                       ws-budget-column-heading.
           move spaces                          to budget-line.
           perform 792-printbudgetdept
                varying ws-sdt-sub              from 1 by 1
                until ws-sdt-sub > ws-dept-total-count.
           perform 796-printunspentbudget
                varying ws-budget-sub           from 1 by 1
                until ws-budget-sub > ws-budget-count.
           move ws-bdg-budget-total             to bv-budget-total.
           move ws-bdg-raise-total              to bv-raise-total.
           move ws-bdg-bonus-total              to bv-bonus-total.
           move ws-bdg-variance-total           to bv-variance-total.
           move ws-bdg-over-count               to bv-over-count-out.
           write budget-line                    from ws-blank-line.
           move spaces                          to budget-line.
           write budget-line                    from
                                           ws-budget-total-line.
           move spaces                          to budget-line.
           write budget-line                    from
                                           ws-budget-over-line.
           move spaces                          to budget-line.
           close budget-report-file.

      *Prints one department's budget line. A department spending
      *more than its budget plus the tolerance percent is flagged;
      *one with no budget record at all is flagged unbudgeted.
       792-printbudgetdept.
           move ws-dept-tot-code(ws-sdt-sub)    to bv-dept.
           move ws-dept-tot-base(ws-sdt-sub)    to bv-raises.
           move ws-dept-tot-bonus(ws-sdt-sub)   to bv-bonuses.
           compute ws-bdg-spend-calc = ws-dept-tot-base(ws-sdt-sub)
                + ws-dept-tot-bonus(ws-sdt-sub).
           add ws-dept-tot-base(ws-sdt-sub)     to ws-bdg-raise-total.
           add ws-dept-tot-bonus(ws-sdt-sub)    to ws-bdg-bonus-total.
           perform 794-findbudget.
           if ws-budget-pos > 0
                move ws-lit-yes                 to
                                  ws-budget-printed(ws-budget-pos)
                perform 798-printbudgetline
           else
                move 0                          to bv-budget
                move 0                          to bv-tolerance
                move ws-bdg-spend-calc          to bv-variance
                add ws-bdg-spend-calc           to
                                           ws-bdg-variance-total
                move "NO BUDGET"                to bv-flag
                add 1                           to ws-bdg-over-count
                write budget-line               from ws-budget-detail
                move spaces                     to budget-line
           end-if.

      *Finds the budget for the department being printed.
       794-findbudget.
           move 0                               to ws-budget-pos.
           perform 795-scanbudget
                varying ws-budget-sub           from 1 by 1
                until ws-budget-sub > ws-budget-count
                OR ws-budget-pos > 0.

      *Checks one budget-table entry for a match on the department.
       795-scanbudget.
           if ws-budget-dept(ws-budget-sub) =
                   ws-dept-tot-code(ws-sdt-sub)
                move ws-budget-sub              to ws-budget-pos
           end-if.

      *Prints a budgeted department no raise or bonus was charged
      *to - the whole budget shows as under.
       796-printunspentbudget.
           if ws-budget-printed(ws-budget-sub) not = ws-lit-yes
                move ws-budget-sub              to ws-budget-pos
                move ws-budget-dept(ws-budget-sub) to bv-dept
                move 0                          to bv-raises
                move 0                          to bv-bonuses
                move 0                          to ws-bdg-spend-calc
                perform 798-printbudgetline
           end-if.

      *Prices the spend in ws-bdg-spend-calc against the budget at
      *ws-budget-pos and writes the line - over/under is spend less
      *budget, and the tolerance flag goes up only when the overrun
      *is more than the tolerance percent of the budget.
       798-printbudgetline.
           move ws-budget-amount(ws-budget-pos) to bv-budget.
           move ws-budget-tolerance(ws-budget-pos) to bv-tolerance.
           compute ws-bdg-variance-calc = ws-bdg-spend-calc
                - ws-budget-amount(ws-budget-pos).
           compute ws-bdg-allowance-calc rounded =
                ws-budget-amount(ws-budget-pos)
                * ws-budget-tolerance(ws-budget-pos) / 100.
           move ws-bdg-variance-calc            to bv-variance.
           add ws-budget-amount(ws-budget-pos)  to ws-bdg-budget-total.
           add ws-bdg-variance-calc             to
                                           ws-bdg-variance-total.
           if ws-bdg-variance-calc > ws-bdg-allowance-calc
                move "OVER TOLERANCE"           to bv-flag
                add 1                           to ws-bdg-over-count
           else
                move spaces                     to bv-flag
           end-if.
           write budget-line                    from ws-budget-detail.
           move spaces                          to budget-line.

      *Close files statement. A simulation run closes the scenario-
      *comparison report it opened in place of the payroll extract,
      *and leaves the checkpoint file exactly as it found it.
