       identification division.
       program-id. A4INTAUD.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Payroll integrity audit. Looks across the employee master,
      *  the A4EMPMNT change log, the HR roster, the cycle's bonus
      *  file, the held-raise file and the A4HLDREL decision file
      *  for the patterns internal audit treats as warning signs of
      *  a ghost employee or a self-approved pay change:
      *   1 an employee added this cycle who is also on the bonus
      *     file (high severity);
      *   2 two master records with the same name and department
      *     (medium);
      *   3 a change applied this cycle to an employee number HR
      *     has marked inactive, or does not list at all (high);
      *   4 a held raise released by the same ID that keyed the
      *     employee's last pay change - the add, salary change or
      *     promotion behind the raise (high);
      *   5 a salary change this cycle of at least the LRGCHGPCT
      *     percent with no cycle raise behind it - an increase to
      *     a salary that is neither a new salary on the cycle
      *     extract (EXTRFILE) or the supplemental extract of
      *     released held raises (SUPLEXTR) for the employee, nor a
      *     released held raise, or any large decrease (medium).
      *  Each finding is printed on AUDTRPT with the records that
      *  support it, grouped by section. Any high-severity finding
      *  ends the run with return code 8 so the cycle can be held
      *  for review.
      *
      *  "This cycle" is the change-log records dated from AUDFROM
      *  through AUDDATE (yyyymmdd). AUDDATE defaults to the run
      *  date, and AUDFROM to AUDDATE - tonight's maintenance only.
      *  The large-change threshold comes from LRGCHGPCT (percent,
      *  three digits with one decimal, e.g. "150" for 15.0);
      *  absent means 15.0, and an unusable value is noted on the
      *  console and 15.0 used.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * master-file declaration - the indexed employee master
           select master-file
               assign to EMPMASTR
               organization is indexed
               access mode is sequential
               record key is em-nbr
               file status is ws-master-status.
      *
      * changelog-file declaration - the permanent change log
      * A4EMPMNT appends every applied maintenance action to
           select changelog-file
               assign to CHGLFILE
               organization is sequential
               file status is ws-chgl-status.
      *
      * hr-master-file declaration - the HR active/inactive roster
           select hr-master-file
               assign to HRMFILE
               organization is sequential
               file status is ws-hrm-status.
      *
      * bonus-file declaration - this cycle's merit bonus
      * transactions
           select bonus-file
               assign to BONSFILE
               organization is sequential
               file status is ws-bonus-status.
      *
      * held-file declaration - the raises held for HR sign-off
           select held-file
               assign to HELDFILE
               organization is sequential
               file status is ws-held-status.
      *
      * decision-file declaration - the HR sign-off decisions
      * A4HLDREL released the held raises on
           select decision-file
               assign to HRDECFIL
               organization is sequential
               file status is ws-dec-status.
      *
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
      * master-sorted-file declaration - the master in department
      * and name order, written by the first sort
           select master-sorted-file
               assign to AUDMSRTD
               organization is sequential.
      *
      * find-sorted-file declaration - the finding lines in section
      * order, written by the second sort and read back by the
      * report pass
           select find-sorted-file
               assign to AUDFSRTD
               organization is sequential.
      *
      * report-file declaration - the printed audit report
           select report-file
               assign to AUDTRPT
               organization is sequential.
      *
      * mstsort-file declaration - SORT's internal work file for
      * the master
           select mstsort-file
               assign to AUDMWORK.
      *
      * findsort-file declaration - SORT's internal work file for
      * the finding lines
           select findsort-file
               assign to AUDFWORK.
      *
       data division.
       file section.
      *
      * master-file - same employee record layout A4EMPMNT maintains
       fd master-file
           data record is master-record
           record contains 69 characters.
      *
       01 master-record.
           05 em-nbr                            pic 9(5).
           05 em-name                           pic x(15).
           05 filler                            pic x(49).
      *
      * changelog-file - same layout as the changelog-record
      * A4EMPMNT writes in its 660-writechangelog paragraph; it is
      * broken out in ws-chgl-work.
       fd changelog-file
           recording mode is F
           data record is changelog-record
           record contains 160 characters.
      *
       01 changelog-record                      pic x(160).
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
      * bonus-file - same layout A4SALRPT reads
       fd bonus-file
           recording mode is F
           data record is bonus-record
           record contains 12 characters.
      *
       01 bonus-record.
           05 bn-nbr                            pic 9(5).
           05 bn-amount                         pic 9(5)v99.
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
      * decision-file - same layout A4HLDREL reads
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
      * extract-file - same comma-delimited layout A4BENINT reads;
      * only the employee and the new salary are needed here
       fd extract-file
           recording mode is F
           data record is extract-line
           record contains 90 characters.
      *
       01 extract-line.
           05 ex-emp-num                        pic x(5).
           05 filler                            pic x(53).
           05 ex-new-salary                     pic x(9).
           05 filler                            pic x(23).
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
           05 filler                            pic x(53).
           05 su-new-salary                     pic x(9).
           05 filler                            pic x(23).
      *
       01 supplemental-trailer-record.
           05 st-tag                            pic x(4).
           05 filler                            pic x(86).
      *
      * master-sorted-file - mstsort-file's records after the sort
       fd master-sorted-file
           recording mode is F
           data record is master-sorted-record
           record contains 69 characters.
      *
       01 master-sorted-record.
           05 ms-nbr                            pic 9(5).
           05 ms-name                           pic x(15).
           05 ms-ed-code                        pic x.
           05 ms-years                          pic 99.
           05 ms-salary                         pic 9(5)v99.
           05 ms-dept                           pic x(4).
           05 ms-eff-date                       pic 9(8).
           05 ms-hire-date                      pic 9(8).
           05 filler                            pic x(19).
      *
      * find-sorted-file - findsort-file's records after the sort
       fd find-sorted-file
           recording mode is F
           data record is find-sorted-record
           record contains 140 characters.
      *
       01 find-sorted-record.
           05 fs-section                        pic 9.
           05 fs-seq                            pic 9(7).
           05 fs-line                           pic x(132).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                           pic x(132).
      *
      * mstsort-file - one master record, sorted by department,
      * name and number so duplicates land side by side
       sd mstsort-file
           data record is mw-record.
      *
       01 mw-record.
           05 mw-nbr                            pic 9(5).
           05 mw-name                           pic x(15).
           05 mw-ed-code                        pic x.
           05 mw-years                          pic 99.
           05 mw-salary                         pic 9(5)v99.
           05 mw-dept                           pic x(4).
           05 filler                            pic x(35).
      *
      * findsort-file - one report line of one finding, tagged with
      * its section and its place in the order it was found
       sd findsort-file
           data record is fw-record.
      *
       01 fw-record.
           05 fw-section                        pic 9.
           05 fw-seq                            pic 9(7).
           05 fw-line                           pic x(132).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-aud-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(30)
                value "PAYROLL INTEGRITY AUDIT REPORT".
           05 filler                            pic x(5)
                value spaces.
           05 filler                            pic x(11)
                value "CYCLE DATE ".
           05 ah-cycle-date                     pic 9(8).
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(13)
                value "CHANGES FROM ".
           05 ah-from-date                      pic 9(8).

       01 ws-aud-threshold-line.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(31)
                value "LARGE SALARY CHANGE THRESHOLD: ".
           05 at-threshold                      pic z9.9.
           05 filler                            pic x
                value "%".

       01 ws-sect-heading.
           05 filler                            pic x(8)
                value "SECTION ".
           05 sh-section                        pic 9.
           05 filler                            pic x(3)
                value " - ".
           05 sh-title                          pic x(50).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(10)
                value "SEVERITY: ".
           05 sh-severity                       pic x(6).

       01 ws-sect-none-line.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(11)
                value "NO FINDINGS".

       01 ws-sect-total-line.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(21)
                value "FINDINGS IN SECTION: ".
           05 st-count                          pic zzz9.

       01 ws-aud-summary-line.
           05 filler                            pic x(24)
                value "HIGH-SEVERITY FINDINGS: ".
           05 as-high-count                     pic zzz9.
           05 filler                            pic x(5)
                value spaces.
           05 filler                            pic x(26)
                value "MEDIUM-SEVERITY FINDINGS: ".
           05 as-medium-count                   pic zzz9.

       01 ws-aud-verdict-hold.
           05 filler                            pic x(40)
                value "HIGH-SEVERITY FINDINGS EXIST - HOLD THE ".
           05 filler                            pic x(21)
                value "CYCLE FOR REVIEW".

       01 ws-aud-verdict-clean.
           05 filler                            pic x(40)
                value "NO HIGH-SEVERITY FINDINGS".

      *Section titles and severities, in report order.
       01 ws-section-values.
           05 filler                            pic x(50)
                value "ADDED AND ON THE BONUS FILE IN THE SAME CYCLE".
           05 filler                            pic x(6)
                value "HIGH".
           05 filler                            pic x(50)
                value "DUPLICATE NAME AND DEPARTMENT ON THE MASTER".
           05 filler                            pic x(6)
                value "MEDIUM".
           05 filler                            pic x(50)
                value "INACTIVE OR UNKNOWN EMPLOYEE - MASTER CHANGED".
           05 filler                            pic x(6)
                value "HIGH".
           05 filler                            pic x(50)
                value "HELD RAISE RELEASED BY WHOEVER KEYED THE PAY".
           05 filler                            pic x(6)
                value "HIGH".
           05 filler                            pic x(50)
                value "LARGE SALARY CHANGE - NO MATCHING CYCLE RAISE".
           05 filler                            pic x(6)
                value "MEDIUM".
       01 ws-section-table redefines ws-section-values.
           05 ws-sect-entry                     occurs 5 times.
               10 ws-sect-title                  pic x(50).
               10 ws-sect-severity               pic x(6).

      *Findings per section, counted as each is released.
       01 ws-sect-count-table.
           05 ws-sect-count                     pic 9(4)
                occurs 5 times.

      *One finding - the employee and what was found.
       01 ws-find-line.
           05 filler                            pic x(3)
                value spaces.
           05 fl-emp-num                        pic x(5).
           05 filler                            pic x(2)
                value spaces.
           05 fl-emp-name                       pic x(15).
           05 filler                            pic x(2)
                value spaces.
           05 fl-dept                           pic x(4).
           05 filler                            pic x(2)
                value spaces.
           05 fl-text                           pic x(60).

      *Supporting record lines printed under a finding.
       01 ws-sup-chgl-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "CHANGE LOG".
           05 sc-run-date                       pic 9(8).
           05 filler                            pic x(2)
                value spaces.
           05 sc-action                         pic x.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(9)
                value "KEYED BY ".
           05 sc-keyer                          pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(7)
                value "SALARY ".
           05 sc-before-salary                  pic zz,zz9.99
                blank when zero.
           05 filler                            pic x(4)
                value " TO ".
           05 sc-after-salary                   pic zz,zz9.99
                blank when zero.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(4)
                value "EFF ".
           05 sc-before-eff                     pic z(8).
           05 filler                            pic x(4)
                value " TO ".
           05 sc-after-eff                      pic z(8).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(5)
                value "DEPT ".
           05 sc-dept                           pic x(4).

       01 ws-sup-master-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "MASTER".
           05 filler                            pic x(4)
                value "EMP ".
           05 sm-nbr                            pic 9(5).
           05 filler                            pic x(2)
                value spaces.
           05 sm-name                           pic x(15).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(5)
                value "DEPT ".
           05 sm-dept                           pic x(4).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(7)
                value "SALARY ".
           05 sm-salary                         pic zz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(6)
                value "HIRED ".
           05 sm-hire-date                      pic z(8).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(4)
                value "EFF ".
           05 sm-eff-date                       pic z(8).

       01 ws-sup-bonus-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "BONUS FILE".
           05 filler                            pic x(6)
                value "BONUS ".
           05 sb-amount                         pic zz,zz9.99.

       01 ws-sup-hrm-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "HR MASTER".
           05 filler                            pic x(12)
                value "ACTIVE FLAG ".
           05 sr-active                         pic x.

       01 ws-sup-nohrm-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "HR MASTER".
           05 filler                            pic x(16)
                value "NOT ON HR ROSTER".

       01 ws-sup-held-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "HELD FILE".
           05 filler                            pic x(9)
                value "POSITION ".
           05 sd-position                       pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "CURRENT ".
           05 sd-curr-salary                    pic zz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(7)
                value "CAPPED ".
           05 sd-capped-salary                  pic zzz,zz9.99.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(9)
                value "UNCAPPED ".
           05 sd-uncapped-salary                pic zz,zzz,zz9.99.

       01 ws-sup-decision-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "DECISION".
           05 filler                            pic x(7)
                value "ACTION ".
           05 sx-action                         pic x.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(12)
                value "APPROVED BY ".
           05 sx-approver                       pic x(20).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(3)
                value "ON ".
           05 sx-date                           pic z(8).
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(9)
                value "OVERRIDE ".
           05 sx-override-auth                  pic x.

       01 ws-sup-change-line.
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(12)
                value "CHANGE".
           05 filler                            pic x(8)
                value "PERCENT ".
           05 sp-change-pct                     pic -(8)9.9.
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(10)
                value "THRESHOLD ".
           05 sp-threshold                      pic z9.9.

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-add                            pic x
           value "A".
       77 ws-lit-change                         pic x
           value "C".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-promote                        pic x
           value "P".
       77 ws-lit-approve-capped                 pic x
           value "A".
       77 ws-lit-approve-uncapped               pic x
           value "U".
       77 ws-lit-high                           pic x(6)
           value "HIGH".

       77 ws-master-status                      pic xx
           value spaces.
       77 ws-chgl-status                        pic xx
           value spaces.
       77 ws-hrm-status                         pic xx
           value spaces.
       77 ws-bonus-status                       pic xx
           value spaces.
       77 ws-held-status                        pic xx
           value spaces.
       77 ws-dec-status                         pic xx
           value spaces.
       77 ws-extract-status                     pic xx
           value spaces.
       77 ws-supl-status                        pic xx
           value spaces.

       77 ws-master-eof-flag                    pic x
           value "N".
       77 ws-chgl-eof-flag                      pic x
           value "N".
       77 ws-hrm-eof-flag                       pic x
           value "N".
       77 ws-roster-loaded-flag                 pic x
           value "N".
       77 ws-bonus-eof-flag                     pic x
           value "N".
       77 ws-held-eof-flag                      pic x
           value "N".
       77 ws-dec-eof-flag                       pic x
           value "N".
       77 ws-extract-eof-flag                   pic x
           value "N".
       77 ws-supl-eof-flag                      pic x
           value "N".
       77 ws-msorted-eof-flag                   pic x
           value "N".
       77 ws-fsorted-eof-flag                   pic x
           value "N".
       77 ws-first-master-flag                  pic x
           value "Y".
       77 ws-matched-flag                       pic x
           value "N".
       77 ws-pay-change-flag                    pic x
           value "N".

      *Run parameters - the cycle being audited and the large
      *salary change threshold.
       77 ws-run-date                           pic 9(8)
           value 0.
       77 ws-cycle-date                         pic 9(8)
           value 0.
       77 ws-from-date                          pic 9(8)
           value 0.
       77 ws-date-text                          pic x(8)
           value spaces.
       77 ws-date-num redefines ws-date-text    pic 9(8).
       77 ws-threshold-text                     pic x(3)
           value spaces.
       77 ws-threshold-num redefines ws-threshold-text
                                                pic 99v9.
       77 ws-threshold-pct                      pic 99v9
           value 15.0.

      *Finding controls.
       77 ws-cur-section                        pic 9
           value 0.
       77 ws-sect-sub                           pic 9
           value 0.
       77 ws-line-seq                           pic 9(7)
           value 0.
       77 ws-high-count                         pic 9(4)
           value 0.
       77 ws-medium-count                       pic 9(4)
           value 0.
       77 ws-chgl-count                         pic 9(7)
           value 0.
       77 ws-print-work                         pic x(132)
           value spaces.
       77 ws-find-nbr                           pic 9(5)
           value 0.
       77 ws-change-pct                         pic s9(9)v9
           value 0.
       77 ws-abs-pct                            pic 9(9)v9
           value 0.

      *The change-log record being audited, broken out - the run
      *date, action, employee number, the before and after master
      *images, and who keyed it.
       01 ws-chgl-work.
           05 cw-run-date                       pic 9(8).
           05 cw-action                         pic x.
           05 cw-nbr                            pic 9(5).
           05 cw-before-image.
               10 cb-nbr                         pic 9(5).
               10 cb-name                        pic x(15).
               10 cb-ed-code                     pic x.
               10 cb-years                       pic 99.
               10 cb-salary                      pic 9(5)v99.
               10 cb-dept                        pic x(4).
               10 cb-eff-date                    pic 9(8).
               10 cb-hire-date                   pic 9(8).
               10 filler                         pic x(19).
           05 cw-after-image.
               10 ca-nbr                         pic 9(5).
               10 ca-name                        pic x(15).
               10 ca-ed-code                     pic x.
               10 ca-years                       pic 99.
               10 ca-salary                      pic 9(5)v99.
               10 ca-dept                        pic x(4).
               10 ca-eff-date                    pic 9(8).
               10 ca-hire-date                   pic 9(8).
               10 filler                         pic x(19).
           05 cw-entered-by                     pic x(8).

      *The previous record off the sorted master, for the duplicate
      *name and department check.
       01 ws-prev-master                        pic x(69).

      *A master record being printed as a supporting line.
       01 ws-master-work.
           05 mk-nbr                            pic 9(5).
           05 mk-name                           pic x(15).
           05 mk-ed-code                        pic x.
           05 mk-years                          pic 99.
           05 mk-salary                         pic 9(5)v99.
           05 mk-dept                           pic x(4).
           05 mk-eff-date                       pic 9(8).
           05 mk-hire-date                      pic 9(8).
           05 filler                            pic x(19).

      *Roster table - every employee number on HRMFILE, with the
      *active flag it carries.
       01 ws-roster-table.
           05 ws-ros-entry                      occurs 5000 times.
               10 ws-ros-nbr                     pic 9(5).
               10 ws-ros-active                  pic x.
       77 ws-ros-count                          pic 9(4)
           value 0.
       77 ws-max-rosters                        pic 9(4)
           value 5000.
       77 ws-ros-sub                            pic 9(4)
           value 0.
       77 ws-ros-pos                            pic 9(4)
           value 0.

      *Bonus table - this cycle's bonus transactions.
       01 ws-bonus-table.
           05 ws-bon-entry                      occurs 2000 times.
               10 ws-bon-nbr                     pic 9(5).
               10 ws-bon-amount                  pic 9(5)v99.
       77 ws-bon-count                          pic 9(4)
           value 0.
       77 ws-max-bonuses                        pic 9(4)
           value 2000.
       77 ws-bon-sub                            pic 9(4)
           value 0.
       77 ws-bon-pos                            pic 9(4)
           value 0.

      *Decision table - the last decision on file for each employee,
      *the same way A4HLDREL tables them.
       01 ws-decision-table.
           05 ws-dec-entry                      occurs 2000 times.
               10 ws-dec-nbr                     pic 9(5).
               10 ws-dec-action                  pic x.
               10 ws-dec-approver                pic x(20).
               10 ws-dec-override-auth           pic x.
               10 ws-dec-date                    pic 9(8).
       77 ws-dec-count                          pic 9(4)
           value 0.
       77 ws-max-decisions                      pic 9(4)
           value 2000.
       77 ws-dec-sub                            pic 9(4)
           value 0.
       77 ws-dec-pos                            pic 9(4)
           value 0.

      *Release table - one entry per held raise a decision
      *released, with the amount it released at and the last
      *change-log record that changed the employee's pay on or
      *before the decision date.
       01 ws-release-table.
           05 ws-rel-entry                      occurs 2000 times.
               10 ws-rel-nbr                     pic 9(5).
               10 ws-rel-name                    pic x(15).
               10 ws-rel-position                pic x(8).
               10 ws-rel-curr-salary             pic 9(5)v99.
               10 ws-rel-uncapped-salary         pic 9(8)v99.
               10 ws-rel-capped-salary           pic 9(6)v99.
               10 ws-rel-new-salary              pic 9(8)v99.
               10 ws-rel-action                  pic x.
               10 ws-rel-approver                pic x(20).
               10 ws-rel-override-auth           pic x.
               10 ws-rel-dec-date                pic 9(8).
               10 ws-rel-keyer                   pic x(8).
               10 ws-rel-chgl-record             pic x(160).
       77 ws-rel-count                          pic 9(4)
           value 0.
       77 ws-max-releases                       pic 9(4)
           value 2000.
       77 ws-rel-sub                            pic 9(4)
           value 0.
       77 ws-rel-pos                            pic 9(4)
           value 0.

      *Raise table - every new salary the cycle extract and the
      *supplemental extract of released held raises carry, by
      *employee, for matching a large change to the raise behind it.
       01 ws-raise-table.
           05 ws-rse-entry                      occurs 6000 times.
               10 ws-rse-nbr                     pic 9(5).
               10 ws-rse-salary                  pic 9(6)v99.
       77 ws-rse-count                          pic 9(4)
           value 0.
       77 ws-max-raises                         pic 9(4)
           value 6000.
       77 ws-rse-sub                            pic 9(4)
           value 0.
       77 ws-rse-pos                            pic 9(4)
           value 0.
       77 ws-rse-find-salary                    pic 9(6)v99
           value 0.

      *Display-to-numeric conversion area for the zero-suppressed
      *new salary on the extract lines.
       01 ws-conv9-area.
           05 ws-conv9-text                     pic x(9).
           05 filler redefines ws-conv9-text.
               10 ws-conv9-int                   pic 9(6).
               10 filler                         pic x.
               10 ws-conv9-frac                  pic 99.
       77 ws-conv-amount                        pic 9(6)v99
           value 0.

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 110-loadroster.
           perform 120-loadbonuses.
           perform 130-loaddecisions.
           perform 140-loadreleases.
           perform 160-loadextract.
           perform 170-loadsupplemental.
           sort mstsort-file
                on ascending key mw-dept
                on ascending key mw-name
                on ascending key mw-nbr
                input procedure is 150-releasemaster
                giving master-sorted-file.
           sort findsort-file
                on ascending key fw-section
                on ascending key fw-seq
                input procedure is 200-auditfiles
                giving find-sorted-file.
           perform 500-writereport.
           perform 800-closefiles.
      *
           goback.

      *Reads the run parameters and opens the master and the change
      *log. Both are what the audit is about - a run without either
      *would print a clean report it had no right to, so both are
      *fatal.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           move ws-run-date                     to ws-cycle-date.
           move spaces                          to ws-date-text.
           accept ws-date-text                  from environment
                                                 "AUDDATE"
                on exception move spaces        to ws-date-text
           end-accept.
           if ws-date-text is numeric
                   and ws-date-num > 0
                move ws-date-num                to ws-cycle-date
           end-if.
           move ws-cycle-date                   to ws-from-date.
           move spaces                          to ws-date-text.
           accept ws-date-text                  from environment
                                                 "AUDFROM"
                on exception move spaces        to ws-date-text
           end-accept.
           if ws-date-text is numeric
                   and ws-date-num > 0
                   and ws-date-num <= ws-cycle-date
                move ws-date-num                to ws-from-date
           end-if.
           accept ws-threshold-text             from environment
                                                 "LRGCHGPCT"
                on exception move spaces        to ws-threshold-text
           end-accept.
           if ws-threshold-text is numeric
                   and ws-threshold-num > 0
                move ws-threshold-num           to ws-threshold-pct
           else
           if ws-threshold-text not = spaces
                display "A4INTAUD - LRGCHGPCT " ws-threshold-text
                        " NOT USABLE - GIVE 3 DIGITS, E.G. 150 FOR "
                        "15.0 - 15.0 USED"
           end-if
           end-if.

           open input master-file.
           if ws-master-status not = "00"
                display "A4INTAUD - EMPLOYEE MASTER EMPMASTR WILL "
                        "NOT OPEN - STATUS " ws-master-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           open input changelog-file.
           if ws-chgl-status not = "00"
                close master-file
                display "A4INTAUD - CHANGE LOG CHGLFILE WILL NOT "
                        "OPEN - STATUS " ws-chgl-status
                        " - RUN TERMINATED"
                move 16                         to return-code
                goback
           end-if.
           move 0                               to
                                        ws-sect-count(1)
                                        ws-sect-count(2)
                                        ws-sect-count(3)
                                        ws-sect-count(4)
                                        ws-sect-count(5).

      *Tables every employee number on HRMFILE with its active flag.
      *No roster means the inactive check cannot run - said on the
      *console rather than passed off as a clean section.
       110-loadroster.
           open input hr-master-file.
           if ws-hrm-status = "00"
                move ws-lit-yes                 to ws-roster-loaded-flag
                perform 112-readhrm
                perform 114-loadrosterloop
                     until ws-hrm-eof-flag = ws-lit-yes
                close hr-master-file
           else
                display "A4INTAUD - HR ROSTER HRMFILE NOT AVAILABLE "
                        "- INACTIVE EMPLOYEE CHECK NOT MADE"
           end-if.

      *Reads one roster record.
       112-readhrm.
           read hr-master-file
                at end move ws-lit-yes          to ws-hrm-eof-flag.

      *Tables one roster employee, and reads the next.
       114-loadrosterloop.
           if hrm-nbr is numeric
                   and hrm-nbr > 0
                if ws-ros-count < ws-max-rosters
                     add 1                      to ws-ros-count
                     move hrm-nbr               to
                                      ws-ros-nbr(ws-ros-count)
                     move hrm-active            to
                                   ws-ros-active(ws-ros-count)
                else
                     display "A4INTAUD - ROSTER TABLE FULL - EMP "
                             hrm-nbr " NOT TABLED"
                end-if
           end-if.
           perform 112-readhrm.

      *Finds a roster employee by the number in ws-find-nbr.
       116-findroster.
           move 0                               to ws-ros-pos.
           perform 118-scanroster
                varying ws-ros-sub              from 1 by 1
                until ws-ros-sub > ws-ros-count
                OR ws-ros-pos > 0.

      *Checks one roster slot for a match on employee number.
       118-scanroster.
           if ws-ros-nbr(ws-ros-sub) = ws-find-nbr
                move ws-ros-sub                 to ws-ros-pos
           end-if.

      *Tables this cycle's bonuses. No bonus file means no bonuses
      *were paid this cycle.
       120-loadbonuses.
           open input bonus-file.
           if ws-bonus-status = "00"
                perform 122-readbonus
                perform 124-loadbonusloop
                     until ws-bonus-eof-flag = ws-lit-yes
                close bonus-file
           end-if.

      *Reads one bonus record.
       122-readbonus.
           read bonus-file
                at end move ws-lit-yes          to ws-bonus-eof-flag.

      *Tables one bonus, and reads the next.
       124-loadbonusloop.
           if bn-nbr is numeric
                   and bn-nbr > 0
                if ws-bon-count < ws-max-bonuses
                     add 1                      to ws-bon-count
                     move bn-nbr                to
                                      ws-bon-nbr(ws-bon-count)
                     move 0                     to
                                   ws-bon-amount(ws-bon-count)
                     if bn-amount is numeric
                          move bn-amount        to
                                   ws-bon-amount(ws-bon-count)
                     end-if
                else
                     display "A4INTAUD - BONUS TABLE FULL - EMP "
                             bn-nbr " NOT CHECKED"
                end-if
           end-if.
           perform 122-readbonus.

      *Finds a bonus by the employee number in ws-find-nbr.
       126-findbonus.
           move 0                               to ws-bon-pos.
           perform 128-scanbonus
                varying ws-bon-sub              from 1 by 1
                until ws-bon-sub > ws-bon-count
                OR ws-bon-pos > 0.

      *Checks one bonus slot for a match on employee number.
       128-scanbonus.
           if ws-bon-nbr(ws-bon-sub) = ws-find-nbr
                move ws-bon-sub                 to ws-bon-pos
           end-if.

      *Tables the HR sign-off decisions. A later decision for the
      *same employee replaces an earlier one, as in A4HLDREL. No
      *decision file means nothing was released.
       130-loaddecisions.
           open input decision-file.
           if ws-dec-status = "00"
                perform 132-readdecision
                perform 134-loaddecisionloop
                     until ws-dec-eof-flag = ws-lit-yes
                close decision-file
           end-if.

      *Reads one decision record.
       132-readdecision.
           read decision-file
                at end move ws-lit-yes          to ws-dec-eof-flag.

      *Tables one decision, and reads the next.
       134-loaddecisionloop.
           if dc-nbr is numeric
                move dc-nbr                     to ws-find-nbr
                if ws-find-nbr > 0
                     perform 136-finddecision
                     if ws-dec-pos = 0
                             and ws-dec-count < ws-max-decisions
                          add 1                 to ws-dec-count
                          move ws-dec-count     to ws-dec-pos
                          move ws-find-nbr      to
                                        ws-dec-nbr(ws-dec-pos)
                     end-if
                     if ws-dec-pos > 0
                          move dc-action        to
                                     ws-dec-action(ws-dec-pos)
                          move dc-approver      to
                                   ws-dec-approver(ws-dec-pos)
                          move dc-override-auth to
                              ws-dec-override-auth(ws-dec-pos)
                          move 0                to
                                       ws-dec-date(ws-dec-pos)
                          if dc-date is numeric
                               move dc-date     to
                                       ws-dec-date(ws-dec-pos)
                          end-if
                     end-if
                end-if
           end-if.
           perform 132-readdecision.

      *Finds a decision by the employee number in ws-find-nbr.
       136-finddecision.
           move 0                               to ws-dec-pos.
           perform 138-scandecision
                varying ws-dec-sub              from 1 by 1
                until ws-dec-sub > ws-dec-count
                OR ws-dec-pos > 0.

      *Checks one decision slot for a match on employee number.
       138-scandecision.
           if ws-dec-nbr(ws-dec-sub) = ws-find-nbr
                move ws-dec-sub                 to ws-dec-pos
           end-if.

      *Tables every held raise its decision released - a capped
      *approval, or an uncapped one with override authority, the
      *two A4HLDREL pays out - with the amount it released at.
       140-loadreleases.
           open input held-file.
           if ws-held-status = "00"
                perform 142-readheld
                perform 144-loadreleaseloop
                     until ws-held-eof-flag = ws-lit-yes
                close held-file
           end-if.

      *Reads one held record.
       142-readheld.
           read held-file
                at end move ws-lit-yes          to ws-held-eof-flag.

      *Tables one released held raise, and reads the next.
       144-loadreleaseloop.
           move 0                               to ws-dec-pos.
           if hd-nbr is numeric
                move hd-nbr                     to ws-find-nbr
                perform 136-finddecision
           end-if.
           if ws-dec-pos > 0
                if ws-dec-action(ws-dec-pos) = ws-lit-approve-capped
                        or (ws-dec-action(ws-dec-pos) =
                                      ws-lit-approve-uncapped
                        and ws-dec-override-auth(ws-dec-pos) =
                                      ws-lit-yes)
                     perform 146-addrelease
                end-if
           end-if.
           perform 142-readheld.

      *Adds the held record just read to the release table.
       146-addrelease.
           if ws-rel-count < ws-max-releases
                add 1                           to ws-rel-count
                move ws-find-nbr                to
                                      ws-rel-nbr(ws-rel-count)
                move hd-name                    to
                                     ws-rel-name(ws-rel-count)
                move hd-position                to
                                 ws-rel-position(ws-rel-count)
                move hd-curr-salary             to
                              ws-rel-curr-salary(ws-rel-count)
                move hd-uncapped-salary         to
                          ws-rel-uncapped-salary(ws-rel-count)
                move hd-capped-salary           to
                            ws-rel-capped-salary(ws-rel-count)
                if ws-dec-action(ws-dec-pos) = ws-lit-approve-capped
                     move hd-capped-salary      to
                                ws-rel-new-salary(ws-rel-count)
                else
                     move hd-uncapped-salary    to
                                ws-rel-new-salary(ws-rel-count)
                end-if
                move ws-dec-action(ws-dec-pos)  to
                                   ws-rel-action(ws-rel-count)
                move ws-dec-approver(ws-dec-pos) to
                                 ws-rel-approver(ws-rel-count)
                move ws-dec-override-auth(ws-dec-pos) to
                            ws-rel-override-auth(ws-rel-count)
                move ws-dec-date(ws-dec-pos)    to
                                 ws-rel-dec-date(ws-rel-count)
                move spaces                     to
                                    ws-rel-keyer(ws-rel-count)
                move spaces                     to
                              ws-rel-chgl-record(ws-rel-count)
           else
                display "A4INTAUD - RELEASE TABLE FULL - EMP "
                        hd-nbr " NOT CHECKED"
           end-if.

      *Finds a released held raise by the number in ws-find-nbr.
       147-findrelease.
           move 0                               to ws-rel-pos.
           perform 148-scanrelease
                varying ws-rel-sub              from 1 by 1
                until ws-rel-sub > ws-rel-count
                OR ws-rel-pos > 0.

      *Checks one release slot for a match on employee number.
       148-scanrelease.
           if ws-rel-nbr(ws-rel-sub) = ws-find-nbr
                move ws-rel-sub                 to ws-rel-pos
           end-if.

      *Tables the new salary of every cycle extract line. No
      *extract means no cycle raise to match a large change to -
      *said on the console, since every large increase then lands
      *in section 5.
       160-loadextract.
           open input extract-file.
           if ws-extract-status = "00"
                perform 162-readextract
                perform 164-loadextractloop
                     until ws-extract-eof-flag = ws-lit-yes
                close extract-file
           else
                display "A4INTAUD - CYCLE EXTRACT EXTRFILE NOT "
                        "AVAILABLE - NO CYCLE RAISES TO MATCH"
           end-if.

      *Reads one extract line.
       162-readextract.
           read extract-file
                at end move ws-lit-yes          to ws-extract-eof-flag.

      *Tables one extract line - the TRL trailer is skipped - and
      *reads the next.
       164-loadextractloop.
           if et-tag not = "TRL,"
                   and ex-emp-num is numeric
                move ex-new-salary              to ws-conv9-text
                move ex-emp-num                 to ws-find-nbr
                perform 180-addraise
           end-if.
           perform 162-readextract.

      *Tables the new salary of every released held raise on the
      *supplemental extract. No supplemental extract means A4HLDREL
      *released nothing, or has not run yet.
       170-loadsupplemental.
           open input supplemental-file.
           if ws-supl-status = "00"
                perform 172-readsupplemental
                perform 174-loadsupplementalloop
                     until ws-supl-eof-flag = ws-lit-yes
                close supplemental-file
           else
                display "A4INTAUD - SUPPLEMENTAL EXTRACT SUPLEXTR NOT "
                        "AVAILABLE - NO RELEASED RAISES TO MATCH"
           end-if.

      *Reads one supplemental line.
       172-readsupplemental.
           read supplemental-file
                at end move ws-lit-yes          to ws-supl-eof-flag.

      *Tables one supplemental line - the TRL trailer is skipped -
      *and reads the next.
       174-loadsupplementalloop.
           if st-tag not = "TRL,"
                   and su-emp-num is numeric
                move su-new-salary              to ws-conv9-text
                move su-emp-num                 to ws-find-nbr
                perform 180-addraise
           end-if.
           perform 172-readsupplemental.

      *Adds the employee in ws-find-nbr to the raise table at the
      *new salary in ws-conv9-text, zero suppressed as A4SALRPT
      *writes it.
       180-addraise.
           if ws-find-nbr > 0
                inspect ws-conv9-text
                     replacing all " "          by "0"
                if ws-conv9-int is numeric
                        and ws-conv9-frac is numeric
                     compute ws-conv-amount =
                          ws-conv9-int + ws-conv9-frac / 100
                     if ws-rse-count < ws-max-raises
                          add 1                 to ws-rse-count
                          move ws-find-nbr      to
                                         ws-rse-nbr(ws-rse-count)
                          move ws-conv-amount   to
                                      ws-rse-salary(ws-rse-count)
                     else
                          display "A4INTAUD - RAISE TABLE FULL - EMP "
                                  ws-find-nbr " NOT TABLED"
                     end-if
                end-if
           end-if.

      *Finds a raise by the employee number in ws-find-nbr and the
      *new salary in ws-rse-find-salary.
       186-findraise.
           move 0                               to ws-rse-pos.
           perform 188-scanraise
                varying ws-rse-sub              from 1 by 1
                until ws-rse-sub > ws-rse-count
                OR ws-rse-pos > 0.

      *Checks one raise slot for a match on employee and salary.
       188-scanraise.
           if ws-rse-nbr(ws-rse-sub) = ws-find-nbr
                   and ws-rse-salary(ws-rse-sub) = ws-rse-find-salary
                move ws-rse-sub                 to ws-rse-pos
           end-if.

      *Master sort input procedure - reads the master end to end and
      *releases every record.
       150-releasemaster.
           perform 152-readmaster.
           perform 154-releasemasterloop
                until ws-master-eof-flag = ws-lit-yes.
           close master-file.

      *Reads one master record.
       152-readmaster.
           read master-file
                at end move ws-lit-yes          to ws-master-eof-flag.

      *Releases one master record, and reads the next.
       154-releasemasterloop.
           move master-record                   to mw-record.
           release mw-record.
           perform 152-readmaster.

      *Finding sort input procedure - runs every check and releases
      *each finding's report lines, tagged with its section.
       200-auditfiles.
           perform 300-checkduplicates.
           perform 400-scanchangelog.
           perform 450-checkreleases.

      *Section 2 - walks the master in department and name order;
      *two neighbours with the same non-blank name in the same
      *department are a finding, both records printed.
       300-checkduplicates.
           open input master-sorted-file.
           perform 310-readsortedmaster.
           perform 320-checkduplicateloop
                until ws-msorted-eof-flag = ws-lit-yes.
           close master-sorted-file.

      *Reads one sorted master record.
       310-readsortedmaster.
           read master-sorted-file
                at end move ws-lit-yes          to ws-msorted-eof-flag.

      *Compares one sorted master record with the one before it,
      *and reads the next.
       320-checkduplicateloop.
           if ws-first-master-flag not = ws-lit-yes
                   and ms-name not = spaces
                   and ms-dept = ws-prev-master(31:4)
                   and ms-name = ws-prev-master(6:15)
                move 2                          to ws-cur-section
                move ms-nbr                     to fl-emp-num
                move ms-name                    to fl-emp-name
                move ms-dept                    to fl-dept
                move spaces                     to fl-text
                string "SAME NAME AND DEPARTMENT AS EMP "
                                                delimited by size
                       ws-prev-master(1:5)      delimited by size
                       into fl-text
                perform 610-releasefinding
                move master-sorted-record       to ws-print-work
                perform 640-releasemasterline
                move ws-prev-master             to ws-print-work
                perform 640-releasemasterline
                perform 690-endfinding
           end-if.
           move "N"                             to ws-first-master-flag.
           move master-sorted-record            to ws-prev-master.
           perform 310-readsortedmaster.

      *Sections 1, 3 and 5 - one pass over the whole change log.
      *The cycle's records are checked for an add that is also on
      *the bonus file, a change to an inactive employee and a large
      *salary change with no cycle raise behind it; every record,
      *of any date, that changed the pay of an employee whose held
      *raise was released is kept for the section 4 check.
       400-scanchangelog.
           perform 410-readchgl.
           perform 420-checkchglloop
                until ws-chgl-eof-flag = ws-lit-yes.
           close changelog-file.

      *Reads one change-log record.
       410-readchgl.
           read changelog-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Checks one change-log record, and reads the next.
       420-checkchglloop.
           add 1                                to ws-chgl-count.
           move changelog-record                to ws-chgl-work.
           if cw-nbr is numeric
                move cw-nbr                     to ws-find-nbr
                if cw-run-date is numeric
                        and cw-run-date >= ws-from-date
                        and cw-run-date <= ws-cycle-date
                     perform 430-checkaddbonus
                     perform 432-checkinactive
                     perform 434-checklargechange
                end-if
                perform 438-keepkeyer
           end-if.
           perform 410-readchgl.

      *Section 1 - an employee added this cycle who is also on
      *this cycle's bonus file.
       430-checkaddbonus.
           if cw-action = ws-lit-add
                perform 126-findbonus
                if ws-bon-pos > 0
                     move 1                     to ws-cur-section
                     perform 600-setfindingemp
                     move "ADDED THIS CYCLE AND ON THE BONUS FILE"
                                                to fl-text
                     perform 610-releasefinding
                     perform 630-releasechglline
                     move ws-bon-amount(ws-bon-pos) to sb-amount
                     move ws-sup-bonus-line     to ws-print-work
                     perform 620-releaseline
                     perform 690-endfinding
                end-if
           end-if.

      *Section 3 - an add, change or promotion applied this cycle
      *to an employee HR has marked inactive, or to a number HR does
      *not list at all - the ghost employee. A delete is the
      *expected action on a leaver and is not a finding.
       432-checkinactive.
           if ws-roster-loaded-flag = ws-lit-yes
                   and (cw-action = ws-lit-add
                   or cw-action = ws-lit-change
                   or cw-action = ws-lit-promote)
                perform 116-findroster
                if ws-ros-pos = 0
                     move 3                     to ws-cur-section
                     perform 600-setfindingemp
                     move "NOT ON HR ROSTER - MASTER CHANGED"
                                                to fl-text
                     perform 610-releasefinding
                     perform 630-releasechglline
                     move ws-sup-nohrm-line     to ws-print-work
                     perform 620-releaseline
                     perform 690-endfinding
                else
                if ws-ros-active(ws-ros-pos) not = ws-lit-yes
                     move 3                     to ws-cur-section
                     perform 600-setfindingemp
                     move "INACTIVE ON THE HR ROSTER - MASTER CHANGED"
                                                to fl-text
                     perform 610-releasefinding
                     perform 630-releasechglline
                     move ws-ros-active(ws-ros-pos) to sr-active
                     move ws-sup-hrm-line       to ws-print-work
                     perform 620-releaseline
                     perform 690-endfinding
                end-if
                end-if
           end-if.

      *Section 5 - a salary change of at least the threshold
      *percent. An increase is matched to a cycle raise when it
      *lands exactly on a new salary the cycle extract or the
      *supplemental extract carries for the employee, or on a
      *released held raise; a large decrease never is.
       434-checklargechange.
           if cw-action = ws-lit-change
                   and cb-salary is numeric
                   and ca-salary is numeric
                   and cb-salary > 0
                compute ws-change-pct rounded =
                     (ca-salary - cb-salary) * 100 / cb-salary
                if ws-change-pct < 0
                     compute ws-abs-pct = 0 - ws-change-pct
                else
                     move ws-change-pct         to ws-abs-pct
                end-if
                if ws-abs-pct >= ws-threshold-pct
                     perform 436-matchcycleraise
                     if ws-matched-flag not = ws-lit-yes
                          move 5                to ws-cur-section
                          perform 600-setfindingemp
                          if ws-change-pct < 0
                               move "LARGE SALARY DECREASE"
                                                 to fl-text
                          else
                               move "LARGE INCREASE - NO CYCLE RAISE"
                                                 to fl-text
                          end-if
                          perform 610-releasefinding
                          perform 630-releasechglline
                          move ws-change-pct    to sp-change-pct
                          move ws-threshold-pct to sp-threshold
                          move ws-sup-change-line to ws-print-work
                          perform 620-releaseline
                          perform 690-endfinding
                     end-if
                end-if
           end-if.

      *Decides whether the large change in ws-chgl-work has a cycle
      *raise behind it - the salary it was changed to is one the
      *extracts paid the employee.
       436-matchcycleraise.
           move "N"                             to ws-matched-flag.
           if ws-change-pct > 0
                move ca-salary                  to ws-rse-find-salary
                perform 186-findraise
                if ws-rse-pos > 0
                     move ws-lit-yes            to ws-matched-flag
                else
                     perform 147-findrelease
                     if ws-rel-pos > 0
                          if ws-rel-new-salary(ws-rel-pos) =
                                                 ca-salary
                               move ws-lit-yes  to ws-matched-flag
                          end-if
                     end-if
                end-if
           end-if.

      *Keeps the change-log record as the last pay change behind a
      *released held raise - an add, a change that moved the salary
      *or a promotion, logged no later than the release decision.
       438-keepkeyer.
           perform 147-findrelease.
           if ws-rel-pos > 0
                move "N"                        to ws-pay-change-flag
                if cw-action = ws-lit-add
                        or cw-action = ws-lit-promote
                     move ws-lit-yes            to ws-pay-change-flag
                end-if
                if cw-action = ws-lit-change
                        and cb-salary not = ca-salary
                     move ws-lit-yes            to ws-pay-change-flag
                end-if
                if ws-pay-change-flag = ws-lit-yes
                        and (ws-rel-dec-date(ws-rel-pos) = 0
                        or cw-run-date <= ws-rel-dec-date(ws-rel-pos))
                     move cw-entered-by         to
                                     ws-rel-keyer(ws-rel-pos)
                     move ws-chgl-work          to
                               ws-rel-chgl-record(ws-rel-pos)
                end-if
           end-if.

      *Section 4 - a released held raise whose approver is the ID
      *that keyed the pay change behind it.
       450-checkreleases.
           perform 452-checkonerelease
                varying ws-rel-sub              from 1 by 1
                until ws-rel-sub > ws-rel-count.

      *Checks one released held raise.
       452-checkonerelease.
           if ws-rel-keyer(ws-rel-sub) not = spaces
                   and ws-rel-approver(ws-rel-sub) =
                                          ws-rel-keyer(ws-rel-sub)
                move ws-rel-chgl-record(ws-rel-sub) to ws-chgl-work
                move 4                          to ws-cur-section
                move ws-rel-nbr(ws-rel-sub)     to fl-emp-num
                move ws-rel-name(ws-rel-sub)    to fl-emp-name
                move ca-dept                    to fl-dept
                if ca-dept = spaces
                     move cb-dept               to fl-dept
                end-if
                move "RELEASE APPROVED BY THE ID THAT KEYED THE PAY"
                                                to fl-text
                perform 610-releasefinding
                move ws-rel-position(ws-rel-sub) to sd-position
                move ws-rel-curr-salary(ws-rel-sub) to sd-curr-salary
                move ws-rel-capped-salary(ws-rel-sub) to
                                                 sd-capped-salary
                move ws-rel-uncapped-salary(ws-rel-sub) to
                                                 sd-uncapped-salary
                move ws-sup-held-line           to ws-print-work
                perform 620-releaseline
                move ws-rel-action(ws-rel-sub)  to sx-action
                move ws-rel-approver(ws-rel-sub) to sx-approver
                move ws-rel-dec-date(ws-rel-sub) to sx-date
                move ws-rel-override-auth(ws-rel-sub) to
                                                 sx-override-auth
                move ws-sup-decision-line       to ws-print-work
                perform 620-releaseline
                perform 630-releasechglline
                perform 690-endfinding
           end-if.

      *Prints the report - the heading, then each section in turn
      *with its findings off the sorted finding file, then the
      *severity summary. Any high-severity finding sets return code
      *8 so the job can hold the cycle.
       500-writereport.
           open output report-file.
           move ws-cycle-date                   to ah-cycle-date.
           move ws-from-date                    to ah-from-date.
           write report-line                    from ws-aud-heading.
           move ws-threshold-pct                to at-threshold.
           write report-line                    from
                                           ws-aud-threshold-line.
           write report-line                    from ws-blank-line.
           open input find-sorted-file.
           perform 510-readfinding.
           perform 520-writesection
                varying ws-sect-sub             from 1 by 1
                until ws-sect-sub > 5.
           close find-sorted-file.

           move ws-high-count                   to as-high-count.
           move ws-medium-count                 to as-medium-count.
           write report-line                    from
                                            ws-aud-summary-line.
           if ws-high-count > 0
                write report-line               from
                                            ws-aud-verdict-hold
                display "A4INTAUD - " ws-high-count
                        " HIGH-SEVERITY FINDINGS - HOLD THE CYCLE "
                        "FOR REVIEW"
                move 8                          to return-code
           else
                write report-line               from
                                            ws-aud-verdict-clean
           end-if.
           display "A4INTAUD - CHANGE LOG RECORDS READ: "
                   ws-chgl-count.
           display "A4INTAUD - HIGH-SEVERITY FINDINGS: "
                   ws-high-count "  MEDIUM-SEVERITY FINDINGS: "
                   ws-medium-count.

      *Reads one sorted finding line.
       510-readfinding.
           read find-sorted-file
                at end move ws-lit-yes          to ws-fsorted-eof-flag.

      *Prints one section - its heading, its finding lines or a
      *none line, and its count.
       520-writesection.
           move ws-sect-sub                     to sh-section.
           move ws-sect-title(ws-sect-sub)      to sh-title.
           move ws-sect-severity(ws-sect-sub)   to sh-severity.
           write report-line                    from ws-sect-heading.
           write report-line                    from ws-blank-line.
           if ws-sect-count(ws-sect-sub) = 0
                write report-line               from
                                            ws-sect-none-line
                write report-line               from ws-blank-line
           else
                perform 530-copyfindingline
                     until ws-fsorted-eof-flag = ws-lit-yes
                     or fs-section not = ws-sect-sub
           end-if.
           move ws-sect-count(ws-sect-sub)      to st-count.
           write report-line                    from
                                            ws-sect-total-line.
           write report-line                    from ws-blank-line.

      *Prints one finding line, and reads the next.
       530-copyfindingline.
           write report-line                    from fs-line.
           perform 510-readfinding.

      *Sets the finding line's employee from the change-log record
      *in ws-chgl-work - name and department off the after image,
      *or the before image for a delete.
       600-setfindingemp.
           move cw-nbr                          to fl-emp-num.
           if cw-after-image = spaces
                move cb-name                    to fl-emp-name
                move cb-dept                    to fl-dept
           else
                move ca-name                    to fl-emp-name
                move ca-dept                    to fl-dept
           end-if.
           move spaces                          to fl-text.

      *Counts a finding against its section and severity, and
      *releases its finding line.
       610-releasefinding.
           add 1                                to
                                      ws-sect-count(ws-cur-section).
           if ws-sect-severity(ws-cur-section) = ws-lit-high
                add 1                           to ws-high-count
           else
                add 1                           to ws-medium-count
           end-if.
           move ws-find-line                    to ws-print-work.
           perform 620-releaseline.

      *Releases the line in ws-print-work under the current
      *section, in the order it was found.
       620-releaseline.
           add 1                                to ws-line-seq.
           move ws-cur-section                  to fw-section.
           move ws-line-seq                     to fw-seq.
           move ws-print-work                   to fw-line.
           release fw-record.

      *Releases the supporting line for the change-log record in
      *ws-chgl-work.
       630-releasechglline.
           move cw-run-date                     to sc-run-date.
           move cw-action                       to sc-action.
           move cw-entered-by                   to sc-keyer.
           move 0                               to sc-before-salary.
           move 0                               to sc-after-salary.
           move 0                               to sc-before-eff.
           move 0                               to sc-after-eff.
           if cb-salary is numeric
                move cb-salary                  to sc-before-salary
           end-if.
           if ca-salary is numeric
                move ca-salary                  to sc-after-salary
           end-if.
           if cb-eff-date is numeric
                move cb-eff-date                to sc-before-eff
           end-if.
           if ca-eff-date is numeric
                move ca-eff-date                to sc-after-eff
           end-if.
           move ca-dept                         to sc-dept.
           if cw-after-image = spaces
                move cb-dept                    to sc-dept
           end-if.
           move ws-sup-chgl-line                to ws-print-work.
           perform 620-releaseline.

      *Releases the supporting line for the master record staged in
      *ws-print-work.
       640-releasemasterline.
           move ws-print-work                   to ws-master-work.
           move mk-nbr                          to sm-nbr.
           move mk-name                         to sm-name.
           move mk-dept                         to sm-dept.
           move 0                               to sm-salary.
           move 0                               to sm-hire-date.
           move 0                               to sm-eff-date.
           if mk-salary is numeric
                move mk-salary                  to sm-salary
           end-if.
           if mk-hire-date is numeric
                move mk-hire-date               to sm-hire-date
           end-if.
           if mk-eff-date is numeric
                move mk-eff-date                to sm-eff-date
           end-if.
           move ws-sup-master-line              to ws-print-work.
           perform 620-releaseline.

      *Closes a finding with a blank line.
       690-endfinding.
           move spaces                          to ws-print-work.
           perform 620-releaseline.

      *Close files statement - the input files were closed as each
      *was finished with.
       800-closefiles.
           close report-file.

      *
       end program A4INTAUD.
