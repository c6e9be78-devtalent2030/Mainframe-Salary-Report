       author. Talent Nyota.
      * Description:
      *  Pre-run validation of the hand-edited control files the
      *  nightly salary run loads silently - RATEFILE, BANDFILE,
      *  GLMAPFIL and DEPTBDGT - cross-checked against each other
      *  and against the departments actually on the employee
      *  master: every rated position must have a band, every band
      *  a rate, every master department a GL account and a raise
      *  budget, every rate inside sane limits and every band
      *  minimum below its maximum. The effective-dated staging
      *  files (RATESTG, BANDSTG, GLMSTG, BDGTSTG)
      *  are merged in as of the run date before the cross-checks,
      *  so what gets validated is exactly the rate/band/map view
      *  tonight's run will load - a staged record with no value
      *  (zero rate, zero band or blank account) removes its
      *  entry, as A4CTLMNT stages deletes; future-dated staged
      *  records are sanity-checked individually. Any error ends
      *  with return code 8 so the scheduler can hold the nightly
      *  run - a typo'd band name or an unmapped department is
      *  caught here instead of in suspense postings and wrong
      *  raises.
      *
       environment division.
       configuration section.
               organization is sequential
               file status is ws-glmstg-status.
      *
      * budget-file declaration - same layout A4SALRPT loads
           select budget-file
               assign to DEPTBDGT
               organization is sequential
               file status is ws-budget-status.
      *
      * bdgtstg-file declaration - effective-dated staged budgets
           select bdgtstg-file
               assign to BDGTSTG
               organization is sequential
               file status is ws-bdgtstg-status.
      *
      * valrpt-file declaration - the printed validation report
           select valrpt-file
               assign to CTLVRPT
      * master-file - same employee record layout A4SALRPT reads
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
      * ratestg-file - a rate-record behind the date it takes
      * effect; records are staged in ascending date order so a
           05 sg-eff-date                       pic 9(8).
           05 sg-dept                           pic x(4).
           05 sg-account                        pic x(8).
      *
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
       fd valrpt-file
           recording mode is F
           value spaces.
       77 ws-glmstg-status                      pic xx
           value spaces.
       77 ws-budget-status                      pic xx
           value spaces.
       77 ws-bdgtstg-status                     pic xx
           value spaces.

       77 ws-rate-eof-flag                      pic x
           value "N".
           value "N".
       77 ws-master-eof-flag                    pic x
           value "N".
       77 ws-budget-eof-flag                    pic x
           value "N".
       77 ws-stg-eof-flag                       pic x
           value "N".

       77 ws-glmap-pos                          pic 99
           value 0.

      *Department raise budgets, the same shape A4SALRPT loads.
       01 ws-budget-table.
           05 ws-budget-entry                   occurs 50 times.
               10 ws-budget-dept                 pic x(4).
               10 ws-budget-amount               pic 9(8)v99.
               10 ws-budget-tolerance            pic 99v9.
       77 ws-budget-count                       pic 99
           value 0.
       77 ws-max-budgets                        pic 99
           value 50.
       77 ws-budget-sub                         pic 99
           value 0.
       77 ws-budget-pos                         pic 99
           value 0.

      *Distinct departments found on the employee master.
       01 ws-dept-table.
           05 ws-dept-entry                     occurs 50 times.
           perform 140-applystagedrates.
           perform 150-applystagedbands.
           perform 160-applystagedglmap.
           perform 170-loadbudgets.
           perform 180-applystagedbudgets.
           perform 200-scanmasterdepts.
           perform 300-checkrates.
           perform 320-checkbands.
           perform 340-checkdepts.
           perform 360-checkmapdepts.
           perform 380-checkbudgetdepts.
           perform 700-valtotals.
           perform 800-closefiles.
      *
           else
           if sr-eff-date <= ws-run-date
                perform 144-findrate
      *A zero staged rate is a staged delete - the last entry
      *moves into the removed one's slot.
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
                                      ws-rate-pct(ws-rate-count)
                end-if
                end-if
                end-if
           else
                add 1                           to ws-pending-count
                if sr-rate > ws-max-sane-rate
                     move "RATE"                to vd-source
                     move sr-position           to vd-key
                     move "STAGED RATE OUTSIDE SANE LIMITS" to
           else
           if sb-eff-date <= ws-run-date
                perform 154-findband
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
                                      ws-band-max(ws-band-count)
                end-if
                end-if
                end-if
           else
                add 1                           to ws-pending-count
                if sb-min >= sb-max
                        and (sb-min not = 0 or sb-max not = 0)
                     move "BAND"                to vd-source
                     move sb-position           to vd-key
                     move "STAGED BAND MIN NOT BELOW MAX" to
                     continue
                else
                     perform 164-findglmap
      *A blank staged account is a staged delete.
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
                                ws-glmap-account(ws-glmap-count)
                     end-if
                     end-if
                     end-if
                end-if
           else
                add 1                           to ws-pending-count
                move ws-glmap-sub               to ws-glmap-pos
           end-if.

      *Loads the department budget file. Like the other control
      *files, one that will not open is an error here - every
      *master department needs a budget, so no file means none has.
      *A budget or tolerance that is not numeric would cost the
      *variance report garbage, so it is an error too.
       170-loadbudgets.
           open input budget-file.
           if ws-budget-status not = "00"
                move "BUDGET"                   to vd-source
                move "DEPTBDGT"                 to vd-key
                move "FILE WILL NOT OPEN"       to vd-condition
                perform 105-writeerror
           else
                perform 172-readbudgetfirst
                perform 174-loadbudgetloop
                     until ws-budget-eof-flag = ws-lit-yes
                     OR ws-budget-count >= ws-max-budgets
                close budget-file
           end-if.

      *First read of budget-file.
       172-readbudgetfirst.
           read budget-file
                at end move ws-lit-yes          to ws-budget-eof-flag.

      *Tables one budget record, and reads the next.
       174-loadbudgetloop.
           if bd-budget is not numeric
                   or bd-tolerance is not numeric
                move "BUDGET"                   to vd-source
                move bd-dept                    to vd-key
                move "BUDGET OR TOLERANCE NOT NUMERIC" to
                                                 vd-condition
                perform 105-writeerror
           else
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

      *Merges the staged budgets effective on or before the run
      *date, counting the future-dated ones.
       180-applystagedbudgets.
           open input bdgtstg-file.
           if ws-bdgtstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read bdgtstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 182-applyonestagedbudget
                     until ws-stg-eof-flag = ws-lit-yes
                close bdgtstg-file
           end-if.

      *Applies or counts one staged budget, and reads the next.
       182-applyonestagedbudget.
           if bs-eff-date is not numeric
                move "BUDGET"                   to vd-source
                move bs-dept                    to vd-key
                move "STAGED EFFECTIVE DATE NOT NUMERIC" to
                                                 vd-condition
                perform 105-writeerror
           else
           if bs-budget is not numeric
                   or bs-tolerance is not numeric
                move "BUDGET"                   to vd-source
                move bs-dept                    to vd-key
                move "STAGED BUDGET NOT NUMERIC" to vd-condition
                perform 105-writeerror
           else
           if bs-eff-date <= ws-run-date
                perform 184-findbudget
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
           else
                add 1                           to ws-pending-count
           end-if
           end-if
           end-if.

           read bdgtstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Finds the budget-table entry matching the staged record's
      *department.
       184-findbudget.
           move 0                               to ws-budget-pos.
           perform 186-scanbudget
                varying ws-budget-sub           from 1 by 1
                until ws-budget-sub > ws-budget-count
                OR ws-budget-pos > 0.

      *Checks one budget-table entry for a staged-budget match.
       186-scanbudget.
           if ws-budget-dept(ws-budget-sub) = bs-dept
                move ws-budget-sub              to ws-budget-pos
           end-if.

      *Reads the employee master front to back collecting the
      *distinct departments the GL map must cover. A master that
      *will not open is an error - the department cross-check is
                move ws-dept-sub                to ws-dept-pos
           end-if.

      *Checks every department found on the master against the
      *budget file - a department with no budget has nothing for
      *the variance report to hold its raises against, so finance
      *must supply one before the run.
       380-checkbudgetdepts.
           perform 390-checkonebudgetdept
                varying ws-dept-sub             from 1 by 1
                until ws-dept-sub > ws-dept-count.

      *Validates one master department against the budgets.
       390-checkonebudgetdept.
           move 0                               to ws-budget-pos.
           perform 392-scanbudgetfordept
                varying ws-budget-sub           from 1 by 1
                until ws-budget-sub > ws-budget-count
                OR ws-budget-pos > 0.
           if ws-budget-pos = 0
                move "MASTER"                   to vd-source
                move ws-dept-code(ws-dept-sub)  to vd-key
                move "MASTER DEPT HAS NO RAISE BUDGET" to
                                                 vd-condition
                perform 105-writeerror
           end-if.

      *Checks one budget entry for a match on the master
      *department.
       392-scanbudgetfordept.
           if ws-budget-dept(ws-budget-sub) =
                   ws-dept-code(ws-dept-sub)
                move ws-budget-sub              to ws-budget-pos
           end-if.

      *Prints the totals and the verdict, and sets the return code
      *the scheduler holds the nightly run on.
       700-valtotals.
