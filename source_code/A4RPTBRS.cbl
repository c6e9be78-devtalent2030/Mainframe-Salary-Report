       identification division.
       program-id. A4RPTBRS.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Department manager report bursting. Run after A4SALRPT, it
      *  splits the cycle's printed OUTFILE salary report into one
      *  report per department manager, so a manager sees only the
      *  departments routed to them instead of a whole printout cut
      *  apart by hand. The manager routing file MGRROUTE names each
      *  department's manager and where that manager's copy is
      *  delivered. Each department group on OUTFILE - its
      *  department heading, column headings, employee detail lines
      *  and subtotal strip - goes to its manager's report, with
      *  every raise held on HELDFILE for HR sign-off marked on the
      *  detail line. A department with no routing entry goes to the
      *  HR catch-all report instead. The company-wide totals at the
      *  end of OUTFILE are not burst - they stay on the full report.
      *
      *  All the manager reports are written to BRSTFILE, each line
      *  prefixed with its manager ID and each manager's report
      *  starting on its own delivery banner, in manager order for
      *  the print distribution to split on the ID. Every department
      *  distributed - to which manager, or to HR, with its employee
      *  count, raise dollars and held raises - is appended to the
      *  permanent distribution log DISTLOG, so HR can prove who was
      *  shown what.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * report-file declaration - the printed salary report A4SALRPT
      * wrote this cycle
           select report-file
               assign to OUTFILE
               organization is sequential
               file status is ws-report-status.
      *
      * route-file declaration - department to manager routing
           select route-file
               assign to MGRROUTE
               organization is sequential
               file status is ws-route-status.
      *
      * held-file declaration - the raises this cycle held for HR
      * sign-off
           select held-file
               assign to HELDFILE
               organization is sequential
               file status is ws-held-status.
      *
      * burst-sorted-file declaration - the routed report lines in
      * manager/department/report order, written by the sort and
      * read back by the report pass
           select burst-sorted-file
               assign to BRSSORTD
               organization is sequential.
      *
      * burst-file declaration - the manager reports
           select burst-file
               assign to BRSTFILE
               organization is sequential.
      *
      * hr-report-file declaration - the HR catch-all report for
      * departments with no routing entry
           select hr-report-file
               assign to HRCATCH
               organization is sequential.
      *
      * distlog-file declaration - permanent distribution log, one
      * record appended per department distributed. Optional so the
      * very first run creates it.
           select optional distlog-file
               assign to DISTLOG
               organization is sequential
               file status is ws-distlog-status.
      *
      * sort-file declaration - SORT's internal work file
           select sort-file
               assign to BRSWORK.
      *
       data division.
       file section.
      *
      * report-file - the 132-byte print lines of the OUTFILE report
       fd report-file
           recording mode is F
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                           pic x(132).
      *
      * route-file - one record per department: the department, its
      * manager's ID, and where the manager's report is delivered.
       fd route-file
           recording mode is F
           data record is route-record
           record contains 50 characters.
      *
       01 route-record.
           05 rt-dept                           pic x(4).
           05 rt-mgr-id                         pic x(8).
           05 rt-dest                           pic x(30).
           05 filler                            pic x(8).
      *
      * held-file - same record A4SALRPT's 528-capoverage writes;
      * only the employee number is needed here.
       fd held-file
           recording mode is F
           data record is held-record
           record contains 69 characters.
      *
       01 held-record.
           05 hd-nbr                            pic x(5).
           05 filler                            pic x(64).
      *
      * sort-file - one routed report line. Unrouted departments
      * carry a blank manager ID and sort ahead of every manager.
       sd sort-file
           data record is sw-record.
      *
       01 sw-record.
           05 sw-mgr-id                         pic x(8).
           05 sw-dept                           pic x(4).
           05 sw-seq                            pic 9(7).
           05 sw-dest                           pic x(30).
           05 sw-line                           pic x(132).
      *
      * burst-sorted-file - sort-file's records after the sort
       fd burst-sorted-file
           recording mode is F
           data record is burst-sorted-record
           record contains 181 characters.
      *
       01 burst-sorted-record.
           05 bs-mgr-id                         pic x(8).
           05 bs-dept                           pic x(4).
           05 bs-seq                            pic 9(7).
           05 bs-dest                           pic x(30).
           05 bs-line                           pic x(132).
      *
      * burst-file - one manager report line behind the manager ID
      * the distribution splits on.
       fd burst-file
           recording mode is F
           data record is burst-record
           record contains 140 characters.
      *
       01 burst-record.
           05 bu-mgr-id                         pic x(8).
           05 bu-line                           pic x(132).
      *
       fd hr-report-file
           recording mode is F
           data record is hr-report-line
           record contains 132 characters.
      *
       01 hr-report-line                        pic x(132).
      *
      * distlog-file - one record per department distributed: the
      * run date, the manager ID ("*HR*" for the catch-all), the
      * department, the delivery destination, and the employees,
      * raise dollars and held raises the report showed for it.
       fd distlog-file
           recording mode is F
           data record is distlog-record
           record contains 72 characters.
      *
       01 distlog-record.
           05 dl-run-date                       pic 9(8).
           05 dl-mgr-id                         pic x(8).
           05 dl-dept                           pic x(4).
           05 dl-dest                           pic x(30).
           05 dl-emp-count                      pic 9(5).
           05 dl-raise-total                    pic 9(10)v99.
           05 dl-held-count                     pic 9(5).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-mgr-banner-1.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(40)
                value "EMPLOYEE SALARY REPORT - DEPARTMENT MANA".
           05 filler                            pic x(12)
                value "GER COPY    ".
           05 filler                            pic x(9)
                value "RUN DATE ".
           05 mb-run-date                       pic 9(8).

       01 ws-mgr-banner-2.
           05 filler                            pic x(9)
                value "MANAGER: ".
           05 mb-mgr-id                         pic x(8).
           05 filler                            pic x(5)
                value spaces.
           05 filler                            pic x(12)
                value "DELIVER TO: ".
           05 mb-dest                           pic x(30).

       01 ws-hr-banner-1.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(40)
                value "EMPLOYEE SALARY REPORT - HR CATCH-ALL - ".
           05 filler                            pic x(12)
                value "NO ROUTING  ".
           05 filler                            pic x(9)
                value "RUN DATE ".
           05 hb-run-date                       pic 9(8).

       01 ws-hr-none-line.
           05 filler                            pic x(38)
                value "EVERY DEPARTMENT WAS ROUTED TO A MANAG".
           05 filler                            pic x(16)
                value "ER - NONE TO HR".

      *The OUTFILE line being routed, in the three views the burst
      *needs: the department heading, the employee detail line
      *(same layout as A4SALRPT's ws-detail-output, with the held
      *status added in the unused columns on the right), and the
      *subtotal strip's last line.
       01 ws-line-work                          pic x(132).

       01 ws-line-dept-view redefines ws-line-work.
           05 filler                            pic x(29).
           05 lv-dept-literal                   pic x(11).
           05 filler                            pic x.
           05 lv-dept                           pic x(4).
           05 filler                            pic x(87).

       01 ws-line-detail-view redefines ws-line-work.
           05 lv-emp-num                        pic x(5).
           05 lv-emp-gap                        pic x(2).
           05 lv-emp-name                       pic x(15).
           05 filler                            pic x(2).
           05 lv-years                          pic z9.
           05 filler                            pic x(2).
           05 lv-position                       pic x(8).
           05 lv-curr-salary                    pic zzz,zz9.99.
           05 filler                            pic x(1).
           05 lv-percent-inc                    pic zzz.z.
           05 lv-percent-sign                   pic x.
           05 filler                            pic x(1).
           05 lv-salary-increase                pic $,$$$,$$9.99+.
           05 filler                            pic x(50).
           05 lv-held-status                    pic x(15).

       01 ws-line-total-view redefines ws-line-work.
           05 lv-total-literal                  pic x(23).
           05 filler                            pic x(109).

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-hr-id                          pic x(8)
           value "*HR*".
       77 ws-lit-dept-literal                   pic x(11)
           value "DEPARTMENT:".
       77 ws-lit-group-end                      pic x(23)
           value "DEPARTMENT BONUS TOTAL:".
       77 ws-lit-held-status                    pic x(15)
           value "   HELD FOR HR".

       77 ws-report-status                      pic xx
           value spaces.
       77 ws-route-status                       pic xx
           value spaces.
       77 ws-held-status                        pic xx
           value spaces.
       77 ws-distlog-status                     pic xx
           value spaces.

       77 ws-report-eof-flag                    pic x
           value "N".
       77 ws-route-eof-flag                     pic x
           value "N".
       77 ws-held-eof-flag                      pic x
           value "N".
       77 ws-sorted-eof-flag                    pic x
           value "N".
       77 ws-in-group-flag                      pic x
           value "N".
       77 ws-hr-written-flag                    pic x
           value "N".

       77 ws-run-date                           pic 9(8)
           value 0.
       77 ws-line-seq                           pic 9(7)
           value 0.
       77 ws-emp-nbr-num                        pic 9(5)
           value 0.
       77 ws-raise-amount                       pic s9(8)v99
           value 0.
       77 ws-prior-mgr-id                       pic x(8)
           value spaces.
       77 ws-first-line-flag                    pic x
           value "Y".
       77 ws-mgr-count                          pic 9(4)
           value 0.
       77 ws-routed-count                       pic 9(4)
           value 0.
       77 ws-unrouted-count                     pic 9(4)
           value 0.

      *The department group now being read from OUTFILE and the
      *manager it is routed to (blank when it has no routing entry).
       77 ws-cur-dept                           pic x(4)
           value spaces.
       77 ws-cur-mgr-id                         pic x(8)
           value spaces.
       77 ws-cur-dest                           pic x(30)
           value spaces.

      *Routing table loaded from route-file.
       01 ws-route-table.
           05 ws-route-entry                    occurs 200 times.
               10 ws-route-dept                  pic x(4).
               10 ws-route-mgr-id                pic x(8).
               10 ws-route-dest                  pic x(30).
       77 ws-route-count                        pic 999
           value 0.
       77 ws-max-routes                         pic 999
           value 200.
       77 ws-route-sub                          pic 999
           value 0.
       77 ws-route-pos                          pic 999
           value 0.

      *Distribution table - one slot per department burst, with
      *what its report showed, written to the distribution log.
       01 ws-dist-table.
           05 ws-dist-entry                     occurs 200 times.
               10 ws-dist-dept                   pic x(4).
               10 ws-dist-mgr-id                 pic x(8).
               10 ws-dist-dest                   pic x(30).
               10 ws-dist-emp-count              pic 9(5).
               10 ws-dist-raise-total            pic 9(10)v99.
               10 ws-dist-held-count             pic 9(5).
       77 ws-dist-count                         pic 999
           value 0.
       77 ws-max-dists                          pic 999
           value 200.
       77 ws-dist-sub                           pic 999
           value 0.
       77 ws-dist-pos                           pic 999
           value 0.

      *Held table - the employee numbers on HELDFILE.
       01 ws-held-table.
           05 ws-hld-count                      pic 9(4)
                value 0.
           05 ws-hld-nbr                        pic 9(5)
                occurs 2000 times.
       77 ws-max-helds                          pic 9(4)
           value 2000.
       77 ws-hld-sub                            pic 9(4)
           value 0.
       77 ws-hld-pos                            pic 9(4)
           value 0.

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 110-loadroutes.
           perform 120-loadheld.
           sort sort-file
                on ascending key sw-mgr-id
                on ascending key sw-dept
                on ascending key sw-seq
                input procedure is 200-releaselines
                giving burst-sorted-file.
           perform 300-writereports.
           perform 400-writelog.
           perform 800-closefiles.
      *
           goback.

      *Open the report being burst and the distribution log. No
      *OUTFILE means nothing to distribute, and a log that will not
      *open means the distribution could not be proved - both are
      *fatal before a single manager report is written.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           open input report-file.
           if ws-report-status not = "00"
                display "A4RPTBRS - SALARY REPORT OUTFILE WILL NOT "
                        "OPEN - STATUS " ws-report-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open extend distlog-file.
           if ws-distlog-status not = "00"
                   and ws-distlog-status not = "05"
                display "A4RPTBRS - DISTRIBUTION LOG DISTLOG WILL NOT "
                        "OPEN - STATUS " ws-distlog-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.

      *Loads the routing table. A department routed twice keeps its
      *first entry, and an entry with no department or manager is
      *skipped - both reported on the console. No routing file at
      *all sends every department to the HR catch-all report.
       110-loadroutes.
           open input route-file.
           if ws-route-status = "00"
                perform 112-readroute
                perform 114-loadrouteloop
                     until ws-route-eof-flag = ws-lit-yes
                close route-file
           else
                display "A4RPTBRS - ROUTING FILE MGRROUTE NOT "
                        "AVAILABLE - EVERY DEPARTMENT GOES TO HR"
           end-if.

      *Reads one routing record.
       112-readroute.
           read route-file
                at end move ws-lit-yes          to ws-route-eof-flag.

      *Tables one routing record, and reads the next.
       114-loadrouteloop.
           if rt-dept = spaces or rt-mgr-id = spaces
                display "A4RPTBRS - ROUTING ENTRY FOR DEPT " rt-dept
                        " HAS NO DEPARTMENT OR MANAGER - SKIPPED"
           else
                move rt-dept                    to ws-cur-dept
                perform 116-findroute
                if ws-route-pos > 0
                     display "A4RPTBRS - DEPT " rt-dept
                             " ROUTED TWICE - FIRST ENTRY KEPT"
                else
                if ws-route-count < ws-max-routes
                     add 1                      to ws-route-count
                     move rt-dept               to
                                   ws-route-dept(ws-route-count)
                     move rt-mgr-id             to
                                 ws-route-mgr-id(ws-route-count)
                     move rt-dest               to
                                   ws-route-dest(ws-route-count)
                else
                     display "A4RPTBRS - ROUTING TABLE FULL - DEPT "
                             rt-dept " GOES TO HR"
                end-if
                end-if
           end-if.
           perform 112-readroute.

      *Finds the routing entry for the department in ws-cur-dept.
       116-findroute.
           move 0                               to ws-route-pos.
           perform 118-scanroute
                varying ws-route-sub            from 1 by 1
                until ws-route-sub > ws-route-count
                OR ws-route-pos > 0.

      *Checks one routing entry for a match on department.
       118-scanroute.
           if ws-route-dept(ws-route-sub) = ws-cur-dept
                move ws-route-sub               to ws-route-pos
           end-if.

      *Loads the employee numbers held for HR sign-off. No held file
      *means nothing was held this cycle.
       120-loadheld.
           open input held-file.
           if ws-held-status = "00"
                perform 122-readheld
                perform 124-loadheldloop
                     until ws-held-eof-flag = ws-lit-yes
                close held-file
           end-if.

      *Reads one held record.
       122-readheld.
           read held-file
                at end move ws-lit-yes          to ws-held-eof-flag.

      *Tables one held employee number, and reads the next.
       124-loadheldloop.
           if hd-nbr is numeric
                   and ws-hld-count < ws-max-helds
                add 1                           to ws-hld-count
                move hd-nbr                     to
                                      ws-hld-nbr(ws-hld-count)
           end-if.
           perform 122-readheld.

      *Finds a held employee by the number in ws-emp-nbr-num.
       126-findheld.
           move 0                               to ws-hld-pos.
           perform 128-scanheld
                varying ws-hld-sub              from 1 by 1
                until ws-hld-sub > ws-hld-count
                OR ws-hld-pos > 0.

      *Checks one held slot for a match on the employee number.
       128-scanheld.
           if ws-hld-nbr(ws-hld-sub) = ws-emp-nbr-num
                move ws-hld-sub                 to ws-hld-pos
           end-if.

      *Sort input procedure - reads OUTFILE end to end and releases
      *every line of every department group, tagged with the group's
      *manager, department and place in the report.
       200-releaselines.
           perform 210-readreport.
           perform 220-releaseloop
                until ws-report-eof-flag = ws-lit-yes.
           close report-file.

      *Reads one OUTFILE line.
       210-readreport.
           read report-file
                at end move ws-lit-yes          to ws-report-eof-flag.

      *Routes one OUTFILE line, and reads the next. A department
      *heading opens a group and the department bonus total - the
      *last line of the subtotal strip - closes it; the page
      *headings between groups and the company totals after the
      *last one belong to no department and are not released.
       220-releaseloop.
           add 1                                to ws-line-seq.
           move report-line                     to ws-line-work.
           if lv-dept-literal = ws-lit-dept-literal
                move lv-dept                    to ws-cur-dept
                perform 230-startgroup
                move ws-lit-yes                 to ws-in-group-flag
           end-if.
           if ws-in-group-flag = ws-lit-yes
                if lv-emp-num is numeric
                        and lv-emp-gap = spaces
                     perform 240-countdetail
                end-if
                move ws-cur-mgr-id              to sw-mgr-id
                move ws-cur-dept                to sw-dept
                move ws-line-seq                to sw-seq
                move ws-cur-dest                to sw-dest
                move ws-line-work               to sw-line
                release sw-record
                if lv-total-literal = ws-lit-group-end
                     move "N"                   to ws-in-group-flag
                end-if
           end-if.
           perform 210-readreport.

      *Settles the manager for the department group just opened,
      *and finds or adds its distribution slot. A department split
      *over two groups by A4SALRPT's page cap keeps its one slot.
       230-startgroup.
           perform 116-findroute.
           if ws-route-pos > 0
                move ws-route-mgr-id(ws-route-pos) to ws-cur-mgr-id
                move ws-route-dest(ws-route-pos) to ws-cur-dest
           else
                move spaces                     to ws-cur-mgr-id
                move "HR CATCH-ALL REPORT"      to ws-cur-dest
           end-if.
           move 0                               to ws-dist-pos.
           perform 232-scandist
                varying ws-dist-sub             from 1 by 1
                until ws-dist-sub > ws-dist-count
                OR ws-dist-pos > 0.
           if ws-dist-pos = 0
                if ws-dist-count < ws-max-dists
                     add 1                      to ws-dist-count
                     move ws-dist-count         to ws-dist-pos
                     move ws-cur-dept           to
                                     ws-dist-dept(ws-dist-pos)
                     if ws-cur-mgr-id = spaces
                          move ws-lit-hr-id     to
                                   ws-dist-mgr-id(ws-dist-pos)
                     else
                          move ws-cur-mgr-id    to
                                   ws-dist-mgr-id(ws-dist-pos)
                     end-if
                     move ws-cur-dest           to
                                     ws-dist-dest(ws-dist-pos)
                     move 0                     to
                                ws-dist-emp-count(ws-dist-pos)
                     move 0                     to
                              ws-dist-raise-total(ws-dist-pos)
                     move 0                     to
                               ws-dist-held-count(ws-dist-pos)
                else
                     display "A4RPTBRS - DISTRIBUTION TABLE FULL - "
                             "DEPT " ws-cur-dept " NOT LOGGED"
                     move 8                     to return-code
                end-if
           end-if.

      *Checks one distribution slot for a match on department.
       232-scandist.
           if ws-dist-dept(ws-dist-sub) = ws-cur-dept
                move ws-dist-sub                to ws-dist-pos
           end-if.

      *Counts one employee detail line toward its department's log
      *entry, and marks it when the raise is held for HR sign-off.
       240-countdetail.
           move lv-emp-num                      to ws-emp-nbr-num.
           perform 126-findheld.
           if ws-hld-pos > 0
                move ws-lit-held-status         to lv-held-status
           end-if.
           if ws-dist-pos > 0
                add 1                           to
                                ws-dist-emp-count(ws-dist-pos)
                move lv-salary-increase         to ws-raise-amount
                add ws-raise-amount             to
                              ws-dist-raise-total(ws-dist-pos)
                if ws-hld-pos > 0
                     add 1                      to
                               ws-dist-held-count(ws-dist-pos)
                end-if
           end-if.

      *Writes the manager reports and the HR catch-all report from
      *the sorted lines - a delivery banner ahead of each manager's
      *first line, and the catch-all's banner ahead of its first.
       300-writereports.
           open input burst-sorted-file.
           open output burst-file.
           open output hr-report-file.
           move ws-run-date                     to mb-run-date.
           move ws-run-date                     to hb-run-date.
           read burst-sorted-file
                at end move ws-lit-yes          to ws-sorted-eof-flag
           end-read.
           perform 310-writeloop
                until ws-sorted-eof-flag = ws-lit-yes.
           if ws-hr-written-flag not = ws-lit-yes
                write hr-report-line            from ws-hr-banner-1
                move spaces                     to hr-report-line
                write hr-report-line            from ws-blank-line
                move spaces                     to hr-report-line
                write hr-report-line            from ws-hr-none-line
                move spaces                     to hr-report-line
           end-if.
           close burst-sorted-file,
                 burst-file,
                 hr-report-file.

      *Writes one sorted line to its manager's report or to the HR
      *catch-all, and reads the next. Each department heading is set
      *off from what comes before it by a blank line.
       310-writeloop.
           move bs-line                         to ws-line-work.
           if bs-mgr-id = spaces
                if ws-hr-written-flag not = ws-lit-yes
                     move ws-lit-yes            to ws-hr-written-flag
                     write hr-report-line       from ws-hr-banner-1
                     move spaces                to hr-report-line
                end-if
                if lv-dept-literal = ws-lit-dept-literal
                     write hr-report-line       from ws-blank-line
                     move spaces                to hr-report-line
                end-if
                write hr-report-line            from bs-line
                move spaces                     to hr-report-line
           else
                if ws-first-line-flag = ws-lit-yes
                        or bs-mgr-id not = ws-prior-mgr-id
                     perform 320-writebanner
                end-if
                move bs-mgr-id                  to bu-mgr-id
                if lv-dept-literal = ws-lit-dept-literal
                     move spaces                to bu-line
                     write burst-record
                end-if
                move bs-line                    to bu-line
                write burst-record
           end-if.

           read burst-sorted-file
                at end move ws-lit-yes          to ws-sorted-eof-flag.

      *Writes the delivery banner that starts one manager's report.
       320-writebanner.
           move "N"                             to ws-first-line-flag.
           move bs-mgr-id                       to ws-prior-mgr-id.
           add 1                                to ws-mgr-count.
           move bs-mgr-id                       to mb-mgr-id.
           move bs-dest                         to mb-dest.
           move bs-mgr-id                       to bu-mgr-id.
           move ws-mgr-banner-1                 to bu-line.
           write burst-record.
           move ws-mgr-banner-2                 to bu-line.
           write burst-record.

      *Appends one distribution log record per department burst,
      *and reports the distribution on the console.
       400-writelog.
           perform 410-writelogentry
                varying ws-dist-sub             from 1 by 1
                until ws-dist-sub > ws-dist-count.
           display "A4RPTBRS - " ws-routed-count
                   " DEPARTMENTS TO " ws-mgr-count " MANAGERS, "
                   ws-unrouted-count " TO HR CATCH-ALL".

      *Writes one department's distribution log record.
       410-writelogentry.
           move ws-run-date                     to dl-run-date.
           move ws-dist-mgr-id(ws-dist-sub)     to dl-mgr-id.
           move ws-dist-dept(ws-dist-sub)       to dl-dept.
           move ws-dist-dest(ws-dist-sub)       to dl-dest.
           move ws-dist-emp-count(ws-dist-sub)  to dl-emp-count.
           move ws-dist-raise-total(ws-dist-sub) to dl-raise-total.
           move ws-dist-held-count(ws-dist-sub) to dl-held-count.
           write distlog-record.
           if ws-dist-mgr-id(ws-dist-sub) = ws-lit-hr-id
                add 1                           to ws-unrouted-count
           else
                add 1                           to ws-routed-count
           end-if.

      *Close files statement.
       800-closefiles.
           close distlog-file.

      *
       end program A4RPTBRS.
