      *  it, so the statement matches what payroll pays: an
      *  inactive employee shows no raise, and a capped raise - and
      *  the bonus that rides its held record - shows once, as
      *  pending sign-off, outside the total. A promoted employee
      *  is banded and raised in the promoted position as the
      *  production run does it, with a promotion line showing the
      *  promotional increase in the cycle it took effect.
      *
       environment division.
       configuration section.
      *
       fd master-file
           data record is master-record
           record contains 69 characters.
      *
       01 master-record.
           05 em-nbr                            pic 9(5).
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
                value spaces.
           05 st-prorated-amount                pic zzz,zz9.99.

       01 ws-stm-promo-line.
           05 filler                            pic x(16)
                value "PROMOTED TO:    ".
           05 st-promo-position                 pic x(8).
           05 filler                            pic x(11)
                value " EFFECTIVE ".
           05 st-promo-eff-date                 pic 9(8).
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(10)
                value "INCREASE: ".
           05 st-promo-pct                      pic zz9.9.
           05 filler                            pic x(1)
                value "%".
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(8)
                value "ANNUAL: ".
           05 st-promo-amount                   pic zzz,zz9.99.

       01 ws-stm-bonus-line.
           05 filler                            pic x(16)
                value "MERIT BONUS:    ".
               10 ws-eff-mm                      pic 99.
               10 ws-eff-dd                      pic 99.

      *Hire date aged against the run date for years of service -
      *the same whole-year rule the production run applies.
       01 ws-hire-date-area.
           05 ws-hire-date                      pic 9(8)
                value 0.
           05 filler redefines ws-hire-date.
               10 ws-hire-yyyy                   pic 9(4).
               10 ws-hire-mm                     pic 99.
               10 ws-hire-dd                     pic 99.

       77 ws-service-years                      pic s9(4)
           value 0.

       77 ws-months-in-force                    pic s999
           value 0.
       77 ws-cycle-months                       pic 99
           value "N".
       77 ws-uncapped-salary-calc               pic 9(8)v99
           value 0.

      *Promotion on the employee in hand - set by 522-applypromotion
      *the way the production run's 195-checkpromotion sets it.
      *ws-promo-flag: the promotion stands and the employee is
      *banded in the promoted position; ws-promo-cycle-flag: it
      *took effect this cycle, so its increase is paid.
       77 ws-promo-flag                         pic x
           value "N".
       77 ws-promo-cycle-flag                   pic x
           value "N".
       77 ws-promo-months                       pic s999
           value 0.
       77 ws-promo-incr-calc                    pic 9(8)v99
           value 0.
       77 ws-promo-prorated-calc                pic 9(8)v99
           value 0.
       77 ws-cycle-incr-calc                    pic 9(8)v99
           value 0.
       77 ws-svc-rank                           pic 9
           value 0.
       77 ws-rank-position                      pic x(8)
           value spaces.
       77 ws-rank-value                         pic 9
           value 0.
       77 ws-rank-rate                          pic 99v9
           value 0.
       01 ws-promo-date-area.
           05 ws-promo-date                     pic 9(8)
                value 0.
           05 filler redefines ws-promo-date.
               10 ws-promo-yyyy                  pic 9(4).
               10 ws-promo-mm                    pic 99.
               10 ws-promo-dd                    pic 99.
       77 ws-range-pct-calc                     pic 999
           value 0.

                     varying ws-stgr-sub        from 1 by 1
                     until ws-stgr-sub > ws-rate-count
                     OR ws-stgr-pos > 0
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
                     varying ws-stgr-sub        from 1 by 1
                     until ws-stgr-sub > ws-band-count
                     OR ws-stgr-pos > 0
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
           perform 530-capagainstband.
           perform 540-prorateincrease.
           perform 560-writebandline.
           if ws-promo-flag = ws-lit-yes
                perform 545-writepromoline
           end-if.

           move em-nbr                          to ws-held-find-nbr.
           perform 176-findheld.
                                            ws-stm-total-line.
           move spaces                          to statement-line.

      *Classifies the employee by years of service and computes the
      *raise - the same education-code and tenure rules the
      *production report applies.
       520-classifyemployee.
           perform 525-computeservice.
           move spaces                          to ws-position.
           move 0                               to ws-incr-rate-calc.
           move 0                               to ws-incr-salary-calc.
           if em-ed-code = ws-lit-graduate
                if ws-service-years > 15
                     move ws-analyst            to ws-position
                     move ws-perc-analyst       to ws-incr-rate-calc
                else
                if ws-service-years >= 7
                     move ws-sen-prog           to ws-position
                     move ws-perc-sen-prog      to ws-incr-rate-calc
                else
                if ws-service-years > 2
                     move ws-prog               to ws-position
                     move ws-perc-prog          to ws-incr-rate-calc
                end-if
                end-if
           end-if
           if em-ed-code = ws-lit-non-graduate
                if ws-service-years > 10
                     move ws-prog               to ws-position
                     move ws-perc-prog          to ws-incr-rate-calc
                else
                if ws-service-years > 4
                     move ws-jr-prog            to ws-position
                     move ws-perc-jr-prog       to ws-incr-rate-calc
                end-if
                move ws-masters                 to ws-position
                move ws-perc-masters            to ws-incr-rate-calc
           end-if.
           perform 522-applypromotion.
           compute ws-incr-salary-calc rounded =
                (ws-incr-rate-calc * em-salary) / 100.
           move 0                               to ws-promo-incr-calc.
           if ws-promo-cycle-flag = ws-lit-yes
                compute ws-promo-incr-calc rounded =
                     (em-promo-pct * em-salary) / 100
                add ws-promo-incr-calc          to ws-incr-salary-calc
                add em-promo-pct                to ws-incr-rate-calc
           end-if.

      *Puts a promoted employee in the promoted position - a
      *promotion whose date has arrived, on a record whose education
      *code classifies, stands while the promoted position ranks at
      *or above the one service gives - and flags the cycle the
      *promotion took effect in, the only one its increase is paid.
       522-applypromotion.
           move "N"                             to ws-promo-flag.
           move "N"                             to ws-promo-cycle-flag.
           move 0                               to ws-promo-months.
           move ws-position                     to ws-rank-position.
           perform 524-rankposition.
           move ws-rank-value                   to ws-svc-rank.
           move em-promo-position               to ws-rank-position.
           perform 524-rankposition.
           if ws-rank-value > 0
                   and ws-rank-value >= ws-svc-rank
                   and em-promo-pct is numeric
                   and em-promo-eff-date is numeric
                   and em-promo-eff-date > 0
                   and em-promo-eff-date not > ws-run-date
                   and (em-ed-code = ws-lit-graduate
                   or em-ed-code = ws-lit-non-graduate
                   or em-ed-code = ws-lit-phd
                   or em-ed-code = ws-lit-masters)
                move ws-lit-yes                 to ws-promo-flag
                move em-promo-position          to ws-position
                move ws-rank-rate               to ws-incr-rate-calc
                move em-promo-eff-date          to ws-promo-date
                compute ws-promo-months =
                     (ws-run-yyyy - ws-promo-yyyy) * 12
                     + ws-run-mm - ws-promo-mm
                if ws-promo-months < ws-cycle-months
                     move ws-lit-yes            to ws-promo-cycle-flag
                end-if
           end-if.

      *Sets the ladder step (JR PROG 1 up to ANALYST 4, zero for
      *anything off the ladder) and the rate of the position in
      *ws-rank-position.
       524-rankposition.
           move 0                               to ws-rank-value.
           move 0                               to ws-rank-rate.
           if ws-rank-position = ws-analyst
                move 4                          to ws-rank-value
                move ws-perc-analyst            to ws-rank-rate
           end-if
           if ws-rank-position = ws-sen-prog
                move 3                          to ws-rank-value
                move ws-perc-sen-prog           to ws-rank-rate
           end-if
           if ws-rank-position = ws-prog
                move 2                          to ws-rank-value
                move ws-perc-prog               to ws-rank-rate
           end-if
           if ws-rank-position = ws-jr-prog
                move 1                          to ws-rank-value
                move ws-perc-jr-prog            to ws-rank-rate
           end-if.

      *Works out whole years of service as of the run date from the
      *hire date - the run year less the hire year, less one more
      *when this year's anniversary has not come round yet. A record
      *with no usable hire date falls back on the keyed em-years.
       525-computeservice.
           if em-hire-date is numeric and em-hire-date > 0
                   and em-hire-date not > ws-run-date
                move em-hire-date               to ws-hire-date
                compute ws-service-years = ws-run-yyyy - ws-hire-yyyy
                if ws-run-mm < ws-hire-mm
                        or (ws-run-mm = ws-hire-mm
                        and ws-run-dd < ws-hire-dd)
                     subtract 1                 from ws-service-years
                end-if
           else
           if em-years is numeric
                move em-years                   to ws-service-years
           else
                move 0                          to ws-service-years
           end-if
           end-if.

      *Checks the computed new salary against the employee's band
      *and caps it at the band maximum - an employee already at or
                          ws-new-salary-calc - em-salary
                end-if
           end-if.
      *The cap comes off the cycle raise first, as in production.
           if ws-promo-incr-calc > ws-incr-salary-calc
                move ws-incr-salary-calc        to ws-promo-incr-calc
           end-if.

      *Prorates the raise for the months of the cycle it was in
      *force - the same month-granularity rules as the production
      *extract, a promotional increase prorated from its own date.
       540-prorateincrease.
           compute ws-cycle-incr-calc = ws-incr-salary-calc
                - ws-promo-incr-calc.
           move 0                               to
                                             ws-promo-prorated-calc.
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

      *Writes the promotion line - the promoted position and date,
      *and the promotional increase when the promotion took effect
      *this cycle (zero once it is older).
       545-writepromoline.
           move em-promo-position               to st-promo-position.
           move em-promo-eff-date               to st-promo-eff-date.
           if ws-promo-cycle-flag = ws-lit-yes
                move em-promo-pct               to st-promo-pct
           else
                move 0                          to st-promo-pct
           end-if.
           move ws-promo-incr-calc              to st-promo-amount.
           write statement-line                 from ws-stm-promo-line.
           move spaces                          to statement-line.

      *Writes the band line - the employee's band range and how far
      *through it the current salary sits, or the unclassified line
