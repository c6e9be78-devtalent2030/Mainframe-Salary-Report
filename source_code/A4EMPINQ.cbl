      *  date comes from the ASOFDATE run parameter (unset means
      *  today); a single employee can be asked for through EMPNBR,
      *  otherwise every employee on the reconstructed master is
      *  listed. The replay starts from the nearest A4YRCLOS master
      *  snapshot dated on or before the as-of date, applying only
      *  the log records dated after it; with no such snapshot it
      *  starts from an empty master. Log records the year-end close
      *  has purged from the change log are read back from its
      *  archive, so an inquiry into an archived year is answered
      *  the same way - reading the archive only up to the section
      *  that closes the as-of year, and not at all when the working
      *  change log reaches back to the snapshot. Each employee's
      *  last-change date comes with the snapshot, so nothing
      *  before it is read for that either. The log only reaches
      *  back to the night the change log was adopted - an inquiry
      *  before that date, with no snapshot behind it, reconstructs
      *  from an empty master.
      *
       environment division.
               organization is sequential
               file status is ws-chgl-status.
      *
      * snapshot-file declaration - the dated master snapshots
      * A4YRCLOS appends. Optional so an inquiry before the first
      * year-end close replays from an empty master.
           select optional snapshot-file
               assign to SNAPFILE
               organization is sequential
               file status is ws-snap-status.
      *
      * archive-file declaration - the closed years' records
      * A4YRCLOS archives, read for the change-log records it has
      * purged from CHGLFILE.
           select optional archive-file
               assign to ARCHFILE
               organization is sequential
               file status is ws-arch-status.
      *
      * inquiry-file declaration - the printed inquiry report
           select inquiry-file
               assign to INQRFILE
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
      * snapshot-file - same layout as the snapshot-record A4YRCLOS
      * writes: the snapshot date, the full master image and the
      * date of the last change-log record that touched the
      * employee.
       fd snapshot-file
           recording mode is F
           data record is snapshot-record
           record contains 85 characters.
      *
       01 snapshot-record.
           05 sn-snap-date                      pic 9(8).
           05 sn-image                          pic x(69).
           05 sn-last-change                    pic 9(8).
      *
      * archive-file - same layout as the archive-record A4YRCLOS
      * writes; only its "C" change-log records are replayed.
       fd archive-file
           recording mode is F
           data record is archive-record
           record contains 173 characters.
      *
       01 archive-record.
           05 ar-rec-type                       pic x.
           05 ar-year                           pic 9(4).
           05 ar-date                           pic 9(8).
           05 ar-data                           pic x(160).
      *
       fd inquiry-file
           recording mode is F
                value "EFF DATE".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(9)
                value "HIRE DATE".
           05 filler                            pic x(1)
                value spaces.
           05 filler                            pic x(11)
                value "LAST CHANGE".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "PROMOTED".

       01 ws-inq-detail.
           05 iq-emp-num                        pic x(5).
           05 filler                            pic x(2)
                value spaces.
           05 iq-eff-date                       pic 9(8).
           05 filler                            pic x(2)
                value spaces.
           05 iq-hire-date                      pic 9(8).
           05 filler                            pic x(2)
                value spaces.
           05 iq-last-change                    pic 9(8).
           05 filler                            pic x(2)
                value spaces.
           05 iq-promo-position                 pic x(8).

       01 ws-inq-snapshot-line.
           05 filler                            pic x(33)
                value "REPLAYED FROM MASTER SNAPSHOT OF ".
           05 ws-snap-date-out                  pic 9(8).

       01 ws-inq-notfound.
           05 filler                            pic x(4)
           value "C".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-promote                        pic x
           value "P".

       77 ws-chgl-status                        pic xx
           value spaces.
       77 ws-chgl-eof-flag                      pic x
           value "N".
       77 ws-snap-status                        pic xx
           value spaces.
       77 ws-snap-eof-flag                      pic x
           value "N".
       77 ws-arch-status                        pic xx
           value spaces.
       77 ws-arch-eof-flag                      pic x
           value "N".
       77 ws-arch-sect-year                     pic 9(4)
           value 0.
       77 ws-asof-year                          pic 9(4)
           value 0.
       77 ws-base-snap-date                     pic 9(8)
           value 0.
       77 ws-first-live-date                    pic 9(8)
           value 99999999.
       77 ws-log-seen-flag                      pic x
           value "N".
       77 ws-asof-date                          pic 9(8)
                    value 0.
               10 ws-rbm-present                 pic x
                    value "N".
               10 ws-rbm-image                   pic x(69)
                    value spaces.
               10 ws-rbm-last-change             pic 9(8)
                    value 0.
       77 ws-rbm-find-nbr                       pic 9(5)
           value 0.

      *The log record being applied - a change-log record read from
      *CHGLFILE or taken out of an archive record.
       01 ws-log-record.
           05 lr-run-date                       pic 9(8).
           05 lr-action                         pic x.
           05 lr-nbr                            pic 9(5).
           05 lr-before-image                   pic x(69).
           05 lr-after-image                    pic x(69).
           05 lr-entered-by                     pic x(8).

      *The master image picked apart for the report line - same
      *field layout as the EMPMASTR record.
       01 ws-master-image.
           05 mi-salary                         pic 9(5)v99.
           05 mi-dept                           pic x(4).
           05 mi-eff-date                       pic 9(8).
           05 mi-hire-date                      pic 9(8).
           05 mi-promo-position                 pic x(8).
           05 mi-promo-pct                      pic 99v9.
           05 mi-promo-eff-date                 pic 9(8).

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 150-loadsnapshot.
           perform 200-replaylog.
           perform 300-printinquiry.
           perform 800-closefiles.
           write inquiry-line                   from ws-blank-line.
           move spaces                          to inquiry-line.

      *Finds the nearest master snapshot dated on or before the
      *as-of date and plants every employee on it in the rebuilt
      *master, as though the log had been replayed up to that date.
      *A missing SNAPFILE opens as an empty optional file and leaves
      *the replay starting from an empty master.
       150-loadsnapshot.
           open input snapshot-file.
           move "N"                             to ws-snap-eof-flag.
           perform 152-readsnapshot.
           perform 154-findsnapshotloop
                until ws-snap-eof-flag = ws-lit-yes.
           close snapshot-file.

           if ws-base-snap-date > 0
                move ws-lit-yes                 to ws-log-seen-flag
                open input snapshot-file
                move "N"                        to ws-snap-eof-flag
                perform 152-readsnapshot
                perform 156-loadsnapshotloop
                     until ws-snap-eof-flag = ws-lit-yes
                close snapshot-file
                move ws-base-snap-date          to ws-snap-date-out
                write inquiry-line              from
                                            ws-inq-snapshot-line
                move spaces                     to inquiry-line
                write inquiry-line              from ws-blank-line
                move spaces                     to inquiry-line
           end-if.

      *Reads one snapshot record.
       152-readsnapshot.
           read snapshot-file
                at end move ws-lit-yes          to ws-snap-eof-flag.

      *Notes one snapshot record's date when it is the latest on or
      *before the as-of date so far, and reads the next.
       154-findsnapshotloop.
           if sn-snap-date <= ws-asof-date
                   and sn-snap-date > ws-base-snap-date
                move sn-snap-date               to ws-base-snap-date
           end-if.
           perform 152-readsnapshot.

      *Plants one employee of the chosen snapshot in the rebuilt
      *master with the last-change date the close worked out for
      *them, and reads the next.
       156-loadsnapshotloop.
           if sn-snap-date = ws-base-snap-date
                move sn-image                   to ws-master-image
                move mi-nbr                     to ws-rbm-find-nbr
                perform 230-findrebuiltslot
                if ws-rbm-pos = 0
                        and ws-rbm-count < ws-max-rbms
                     add 1                      to ws-rbm-count
                     move ws-rbm-count          to ws-rbm-pos
                     move mi-nbr                to
                                        ws-rbm-nbr(ws-rbm-pos)
                end-if
                if ws-rbm-pos > 0
                     move ws-lit-yes            to
                                    ws-rbm-present(ws-rbm-pos)
                     move sn-image              to
                                      ws-rbm-image(ws-rbm-pos)
                     move 0                     to
                                ws-rbm-last-change(ws-rbm-pos)
                     if sn-last-change is numeric
                          move sn-last-change   to
                                ws-rbm-last-change(ws-rbm-pos)
                     end-if
                end-if
           end-if.
           perform 152-readsnapshot.

      *Replays the change log in the order it was written, applying
      *every record dated after the starting snapshot and on or
      *before the as-of date. The records the year-end close has
      *purged from CHGLFILE - everything older than its first
      *record - are replayed from the archive first, when any of
      *them is dated after the starting snapshot. A missing CHGLFILE
      *or ARCHFILE opens as an empty optional file, so its first
      *read simply hits end of file.
       200-replaylog.
           perform 210-firstlogread.
           if ws-chgl-eof-flag not = ws-lit-yes
                move cl-run-date                to ws-first-live-date
           end-if.
           if ws-base-snap-date < ws-first-live-date
                compute ws-asof-year = ws-asof-date / 10000
                open input archive-file
                move "N"                        to ws-arch-eof-flag
                perform 250-readarchive
                perform 260-replayarchiveloop
                     until ws-arch-eof-flag = ws-lit-yes
                close archive-file
           end-if.
           perform 220-replayloop
                until ws-chgl-eof-flag = ws-lit-yes.

           read changelog-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Applies one change-log record, then reads the next.
       220-replayloop.
           move changelog-record                to ws-log-record.
           perform 225-applylogrecord.

           read changelog-file
                at end move ws-lit-yes          to ws-chgl-eof-flag.

      *Applies one log record to the reconstructed master - an add,
      *change or promotion plants the after image, a delete clears
      *the slot.
      *Records dated after the as-of date are skipped, not stopped
      *at: the log is written in run order, so skipping keeps a
      *mixed-date tail from ending the replay early. Records dated
      *on or before the starting snapshot are already in it.
       225-applylogrecord.
           move ws-lit-yes                      to ws-log-seen-flag.
           if lr-run-date <= ws-asof-date
                   and lr-run-date > ws-base-snap-date
                   and lr-nbr > 0
                move lr-nbr                     to ws-rbm-find-nbr
                perform 230-findrebuiltslot
                if ws-rbm-pos = 0
                        and ws-rbm-count < ws-max-rbms
                     add 1                      to ws-rbm-count
                     move ws-rbm-count          to ws-rbm-pos
                     move lr-nbr                to
                                        ws-rbm-nbr(ws-rbm-pos)
                end-if
                if ws-rbm-pos > 0
                     if lr-action = ws-lit-add
                             or lr-action = ws-lit-change
                             or lr-action = ws-lit-promote
                          move ws-lit-yes       to
                                    ws-rbm-present(ws-rbm-pos)
                          move lr-after-image   to
                                      ws-rbm-image(ws-rbm-pos)
                          move lr-run-date      to
                                ws-rbm-last-change(ws-rbm-pos)
                     else
                     if lr-action = ws-lit-delete
                          move "N"              to
                                    ws-rbm-present(ws-rbm-pos)
                          move spaces           to
                                      ws-rbm-image(ws-rbm-pos)
                          move lr-run-date      to
                                ws-rbm-last-change(ws-rbm-pos)
                     end-if
                     end-if
                end-if
           end-if.

      *Finds a reconstructed-master slot by the employee number in
      *ws-rbm-find-nbr.
       230-findrebuiltslot.
                move ws-rbm-sub                 to ws-rbm-pos
           end-if.

      *Reads one archive record.
       250-readarchive.
           read archive-file
                at end move ws-lit-yes          to ws-arch-eof-flag.

      *Applies one archived change-log record the working change
      *log no longer holds and the starting snapshot does not
      *already reflect, and reads the next. Each annual section
      *holds only records dated after the year before it closed,
      *so once a section for the as-of year or later has been read
      *the next header ends the replay - nothing beyond it is dated
      *on or before the as-of date.
       260-replayarchiveloop.
           if ar-rec-type = "H"
                   and ws-arch-sect-year >= ws-asof-year
                move ws-lit-yes                 to ws-arch-eof-flag
           else
                if ar-rec-type = "H"
                     move ar-year               to ws-arch-sect-year
                end-if
                if ar-rec-type = "C"
                        and ar-date < ws-first-live-date
                        and ar-date > ws-base-snap-date
                     move ar-data               to ws-log-record
                     perform 225-applylogrecord
                end-if
                perform 250-readarchive
           end-if.

      *Prints the reconstruction - the one requested employee, or
      *every employee present on the as-of master, in the order
      *the log first saw them.
           move mi-salary                       to iq-salary.
           move mi-dept                         to iq-dept.
           move mi-eff-date                     to iq-eff-date.
           move mi-hire-date                    to iq-hire-date.
           move mi-promo-position               to iq-promo-position.
           move ws-rbm-last-change(ws-rec-sub)  to iq-last-change.
           write inquiry-line                   from ws-inq-detail.
           move spaces                          to inquiry-line.
