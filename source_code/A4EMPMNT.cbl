      *  transaction feed's header/trailer control totals (record
      *  count and salary hash) in a pre-apply pass - an incomplete
      *  or truncated transmission stops the job before a single
      *  update lands - then applies add/change/delete and
      *  promotion transaction records keyed by employee number
      *  against the master, and
      *  prints an audit report of every transaction with its
      *  applied/rejected disposition and reason. After applying, it
      *  rewrites the MSTCTL control-totals file (master record
       input-output section.
      *
       file-control.
      * tran-file declaration - the nightly add/change/delete/
      * promotion feed
           select tran-file
               assign to TRANFILE
               organization is sequential
      * count and a hash total of the detail salary fields; between
      * them, one maintenance action per record: "A" add a new
      * employee, "C" replace an existing employee's record, "D"
      * remove an employee, "P" promote an employee. The employee
      * fields carry the same layout as the master record below; a
      * delete only needs the number. An add or change must carry
      * the employee's hire date - years of service are worked out
      * from it, not from tr-years. A promotion carries its own
      * fields instead - see tran-promotion-record. Every detail
      * record carries the ID of the person who keyed it, which
      * goes to the change log with the images.
       fd tran-file
           recording mode is F
           data record is tran-record
           record contains 59 characters.
      *
       01 tran-record.
           05 tr-action                         pic x.
           05 tr-salary                         pic 9(5)v99.
           05 tr-dept                           pic x(4).
           05 tr-eff-date                       pic 9(8).
           05 tr-hire-date                      pic 9(8).
           05 tr-entered-by                     pic x(8).
      *
      * Header/trailer view of the same record - tc-count and
      * tc-salary-hash are only meaningful on the "T" trailer.
           05 tc-type                           pic x.
           05 tc-count                          pic 9(7).
           05 tc-salary-hash                    pic 9(13)v99.
           05 filler                            pic x(36).
      *
      * Promotion view of the same record - the position the
      * employee is promoted to, the promotional increase percent
      * and the date the promotion takes effect. The promotion
      * fields sit in the name slot and the effective date in the
      * tr-eff-date slot; the salary slot is left blank, so a
      * promotion adds nothing to the trailer salary hash.
       01 tran-promotion-record.
           05 filler                            pic x(6).
           05 tp-position                       pic x(8).
           05 tp-promo-pct                      pic 99v9.
           05 filler                            pic x(4).
           05 filler                            pic x(14).
           05 tp-promo-eff-date                 pic 9(8).
           05 filler                            pic x(16).
      *
      * master-file - same employee record layout A4SALRPT reads.
      * em-promo-position, when not blank, is the position HR
      * promoted the employee to - A4SALRPT classifies by it instead
      * of the position service alone gives - with the promotional
      * increase percent and the date the promotion took effect.
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
       fd audit-file
           recording mode is F
      * master-scan-file - same record layout as master-file
       fd master-scan-file
           data record is scan-record
           record contains 69 characters.
      *
       01 scan-record.
           05 ms-nbr                            pic 9(5).
           05 ms-salary                         pic 9(5)v99.
           05 ms-dept                           pic x(4).
           05 ms-eff-date                       pic 9(8).
           05 ms-hire-date                      pic 9(8).
           05 ms-promo-position                 pic x(8).
           05 ms-promo-pct                      pic 99v9.
           05 ms-promo-eff-date                 pic 9(8).
      *
      * control-file - the record count and salary hash total of the
      * master as this program left it
           05 filler                            pic x(17).
      *
      * reject-file - one record per rejected transaction: the full
      * 59-byte tran-record image (so the front of the record merges
      * straight into a future TRANFILE once corrected), the reject
      * reason, the run date it first rejected, and how many nights
      * it has now been recycling.
       fd reject-file
           recording mode is F
           data record is reject-record
           record contains 100 characters.
      *
       01 reject-record.
           05 rj-tran-image                     pic x(59).
           05 rj-reason                         pic x(30).
           05 rj-orig-date                      pic 9(8).
           05 rj-nights                         pic 9(3).
       fd prior-reject-file
           recording mode is F
           data record is prior-reject-record
           record contains 100 characters.
      *
       01 prior-reject-record.
           05 pj-tran-image.
               10 pj-action                     pic x.
               10 pj-nbr                        pic 9(5).
               10 pj-name                       pic x(15).
               10 filler                        pic x(38).
           05 pj-reason                         pic x(30).
           05 pj-orig-date                      pic 9(8).
           05 pj-nights                         pic 9(3).
      * changelog-file - one record per applied maintenance action:
      * the run date, the action, the employee number, and the full
      * before and after master images. An add carries a blank
      * before image, a delete a blank after image; a promotion
      * logs as a "P" with both images. This is the
      * audit trail the printed MNTRFILE report cannot give -
      * the values a change or delete replaced, and who keyed it.
       fd changelog-file
           recording mode is F
           data record is changelog-record
           record contains 160 characters.
      *
       01 changelog-record.
           05 cl-run-date                       pic 9(8).
           05 cl-action                         pic x.
           05 cl-nbr                            pic 9(5).
           05 cl-before-image                   pic x(69).
           05 cl-after-image                    pic x(69).
           05 cl-entered-by                     pic x(8).
      *
       working-storage section.

           value "C".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-promote                        pic x
           value "P".
       77 ws-lit-applied                        pic x(8)
           value "APPLIED".
       77 ws-lit-rejected                       pic x(8)
                   15 ws-prj-action              pic x.
                   15 ws-prj-nbr                 pic 9(5).
                   15 ws-prj-name                pic x(15).
                   15 filler                     pic x(38).
               10 ws-prj-reason                  pic x(30).
               10 ws-prj-orig-date               pic 9(8).
               10 ws-prj-nights                  pic 9(3).
           value "N".
       77 ws-run-date                           pic 9(8)
           value 0.

      *Hire date on an add or change, picked apart for the month
      *and day range check in 310-checkhiredate.
       01 ws-hire-date-area.
           05 ws-hire-date                      pic 9(8)
                value 0.
           05 filler redefines ws-hire-date.
               10 ws-hire-yyyy                   pic 9(4).
               10 ws-hire-mm                     pic 99.
               10 ws-hire-dd                     pic 99.

      *Promotion effective date, picked apart for the same month and
      *day range check in 320-checkpromotion, and the positions a
      *promotion may name - the graduate/non-graduate ladder
      *A4SALRPT classifies by service. PhD and Masters positions
      *come from the education code, not a promotion.
       01 ws-promo-date-area.
           05 ws-promo-date                     pic 9(8)
                value 0.
           05 filler redefines ws-promo-date.
               10 ws-promo-yyyy                  pic 9(4).
               10 ws-promo-mm                    pic 99.
               10 ws-promo-dd                    pic 99.
       77 ws-analyst                            pic x(8)
           value "ANALYST".
       77 ws-sen-prog                           pic x(8)
           value "SEN PROG".
       77 ws-prog                               pic x(8)
           value "PROG".
       77 ws-jr-prog                            pic x(8)
           value "JR PROG".
       77 ws-max-promo-pct                      pic 99v9
           value 50.0.
       77 ws-before-image                       pic x(69)
           value spaces.
       77 ws-after-image                        pic x(69)
           value spaces.

      *Run-control working fields - the prior record's state is
                if tr-nbr is not numeric or tr-nbr = 0
                     move "BAD EMPLOYEE NUMBER" to ws-reject-reason
                else
      *An action nobody owns cannot go on the change log - the
      *log is how audit traces a change back to whoever keyed it.
                if tr-entered-by = spaces
                     move "ENTERED-BY ID MISSING" to
                                                 ws-reject-reason
                else
      *An add or change with a non-numeric salary would plant a
      *record the control-total scan could never hash - reject it
      *here instead.
                        and tr-salary is not numeric
                     move "BAD SALARY FIELD"    to ws-reject-reason
                else
      *Likewise a hire date the report cannot age.
                if tr-action = ws-lit-add
                        or tr-action = ws-lit-change
                     perform 310-checkhiredate
                end-if
                if tr-action = ws-lit-promote
                     perform 320-checkpromotion
                end-if
                if ws-reject-reason not = spaces
                     continue
                else
                if tr-action = ws-lit-add
                     perform 400-addemployee
                else
                else
                if tr-action = ws-lit-delete
                     perform 600-deleteemployee
                else
                if tr-action = ws-lit-promote
                     perform 620-promoteemployee
                else
                     move "INVALID ACTION CODE" to ws-reject-reason
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                perform 650-writeauditline
      *Only an applied maintenance action reaches the change log -
      *a rejected transaction changed nothing to image. A rejected
           read tran-file
                at end move ws-lit-yes          to ws-tran-eof-flag.

      *An add or change replaces the whole record, hire date
      *included, so the hire date must be a real date no later than
      *tonight - a missing one would silently drop the employee back
      *onto the keyed years field A4SALRPT no longer trusts, and a
      *future one would age to negative service.
       310-checkhiredate.
           if tr-hire-date is not numeric
                move "BAD HIRE DATE"            to ws-reject-reason
           else
                move tr-hire-date               to ws-hire-date
                if ws-hire-date = 0
                        or ws-hire-date > ws-run-date
                        or ws-hire-mm < 1 or ws-hire-mm > 12
                        or ws-hire-dd < 1 or ws-hire-dd > 31
                     move "BAD HIRE DATE"       to ws-reject-reason
                end-if
           end-if.

      *A promotion must name a ladder position, carry a sane
      *increase percent (zero is allowed - a promotion in title
      *only) and a real effective date. The date may be ahead of
      *tonight: HR keys promotions before they take effect, and
      *A4SALRPT only honours one once its date has arrived.
       320-checkpromotion.
           if tp-position not = ws-analyst
                   and tp-position not = ws-sen-prog
                   and tp-position not = ws-prog
                   and tp-position not = ws-jr-prog
                move "BAD PROMOTION POSITION"   to ws-reject-reason
           else
           if tp-promo-pct is not numeric
                   or tp-promo-pct > ws-max-promo-pct
                move "BAD PROMOTION PERCENT"    to ws-reject-reason
           else
           if tp-promo-eff-date is not numeric
                move "BAD PROMOTION DATE"       to ws-reject-reason
           else
                move tp-promo-eff-date          to ws-promo-date
                if ws-promo-date = 0
                        or ws-promo-mm < 1 or ws-promo-mm > 12
                        or ws-promo-dd < 1 or ws-promo-dd > 31
                     move "BAD PROMOTION DATE"  to ws-reject-reason
                end-if
           end-if
           end-if
           end-if.

      *Adds a new employee. A key already on the master rejects the
      *transaction - a re-add must come through as a change so the
      *operator sees which record it replaced. An add has no prior
      *record, so its change-log before image is blank, and a new
      *employee carries no promotion.
       400-addemployee.
           move spaces                          to ws-before-image.
           move spaces                          to em-promo-position.
           move 0                               to em-promo-pct.
           move 0                               to em-promo-eff-date.
           perform 450-movetrantomaster.
           move master-record                   to ws-after-image.
           write master-record
      *Replaces an existing employee's record in full. The record
      *being replaced is read first so its values go to the change
      *log as the before image - the printed audit report only shows
      *the transaction, never what it overwrote. The promotion
      *fields are not on a change transaction, so the ones just read
      *stay on the record - a change never undoes a promotion.
       500-changeemployee.
           move tr-nbr                          to em-nbr.
           read master-file
                                                 ws-reject-reason
           end-if.

      *Records a promotion on an existing employee - the position
      *override, the promotional increase percent and its effective
      *date - leaving every other field as it stands. A later
      *promotion replaces an earlier one.
       620-promoteemployee.
           move tr-nbr                          to em-nbr.
           read master-file
                invalid key move "NOT ON MASTER" to ws-reject-reason.
           if ws-reject-reason = spaces
                move master-record              to ws-before-image
                move tp-position                to em-promo-position
                move tp-promo-pct               to em-promo-pct
                move tp-promo-eff-date          to em-promo-eff-date
                move master-record              to ws-after-image
                rewrite master-record
                     invalid key move "NOT ON MASTER" to
                                                 ws-reject-reason
           end-if.

      *Builds the master record from the transaction's employee
      *fields - all but the promotion fields, which only a
      *promotion transaction sets.
       450-movetrantomaster.
           move tr-nbr                          to em-nbr.
           move tr-name                         to em-name.
           move tr-salary                       to em-salary.
           move tr-dept                         to em-dept.
           move tr-eff-date                     to em-eff-date.
           move tr-hire-date                    to em-hire-date.

      *Appends one change-log record for the maintenance action just
      *applied - run date, action, employee number, the before
      *and after images staged by the apply paragraphs, and the ID
      *of whoever keyed the transaction.
       660-writechangelog.
           if ws-chgl-open-flag = ws-lit-yes
                move ws-run-date                to cl-run-date
                move tr-nbr                     to cl-nbr
                move ws-before-image            to cl-before-image
                move ws-after-image             to cl-after-image
                move tr-entered-by              to cl-entered-by
                write changelog-record
           end-if.

           move tr-action                       to ad-action.
           move tr-nbr                          to ad-emp-num.
           move tr-name                         to ad-emp-name.
      *A promotion carries no name of its own - an applied one shows
      *the name off the master and the position it promoted to.
           if tr-action = ws-lit-promote
                move spaces                     to ad-emp-name
                if ws-reject-reason = spaces
                     move em-name               to ad-emp-name
                end-if
           end-if.
           if ws-reject-reason = spaces
                move ws-lit-applied             to ad-disposition
                move spaces                     to ad-reason
                if tr-action = ws-lit-promote
                     string "PROMOTED TO "      delimited by size
                            tp-position         delimited by size
                            into ad-reason
                end-if
                add 1                           to ws-applied-count
           else
                move ws-lit-rejected            to ad-disposition
