       identification division.
       program-id. A4CTLMNT.
       date-written. 2026-10-15.
       author. Talent Nyota.
      * Description:
      *  Maker-checker batch maintenance for the rate, band and GL
      *  map control files A4SALRPT costs its raises from. Reads a
      *  feed of add/change/delete transactions, each carrying the
      *  ID of the person who keyed it and the separate ID of the
      *  person who approved it, and rejects any transaction one
      *  person both keyed and approved. Nothing is edited in
      *  RATEFILE, BANDFILE or GLMAPFIL themselves - an applied
      *  transaction becomes an effective-dated record in the
      *  RATESTG, BANDSTG or GLMSTG staging file, slotted in date
      *  order, so A4SALRPT, A4CTLVAL and A4CMPANL pick it up the
      *  night its date arrives. A delete is staged as a record with
      *  no value - a zero rate, a zero band or a blank account -
      *  which those loaders take to mean "remove this entry as of
      *  this date". Every transaction, applied or rejected, is
      *  written to the permanent CTLCHGL change log with the entry
      *  it found and the entry it asked for, and to a printed audit
      *  report, so the question of who set a rate, and who let
      *  them, always has an answer.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * ctltran-file declaration - the keyed and approved control
      * file maintenance transactions
           select ctltran-file
               assign to CTLTRAN
               organization is sequential
               file status is ws-ctltran-status.
      *
      * rate-file declaration - same layout A4SALRPT loads, read
      * only, as the starting point of every as-of view
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
      * glmap-file declaration - same layout A4SALRPT loads
           select glmap-file
               assign to GLMAPFIL
               organization is sequential
               file status is ws-glmap-status.
      *
      * ratestg-file declaration - effective-dated staged rates,
      * read in full and written back when a change was staged
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
      * glmstg-file declaration - effective-dated staged GL mappings
           select glmstg-file
               assign to GLMSTG
               organization is sequential
               file status is ws-glmstg-status.
      *
      * ctlchgl-file declaration - permanent log of every control
      * file transaction with its disposition and before and after
      * images. Optional so the very first run ever creates the
      * file instead of failing the open-extend.
           select optional ctlchgl-file
               assign to CTLCHGL
               organization is sequential
               file status is ws-ctlchgl-status.
      *
      * audit-file declaration - the applied/rejected transaction
      * audit report
           select audit-file
               assign to CTLMRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      * ctltran-file - one maintenance action per record. ct-file
      * names the control file ("R" rate, "B" band, "G" GL map),
      * ct-action is "A" add, "C" change or "D" delete, and
      * ct-eff-date is the date the change takes effect - never
      * earlier than the run date, so no cycle already costed is
      * rewritten behind it. ct-data carries the control record in
      * the layout of the file named; a delete only needs the key.
       fd ctltran-file
           recording mode is F
           data record is ctltran-record
           record contains 50 characters.
      *
       01 ctltran-record.
           05 ct-file                           pic x.
           05 ct-action                         pic x.
           05 ct-eff-date                       pic 9(8).
           05 ct-entered-by                     pic x(8).
           05 ct-approved-by                    pic x(8).
           05 ct-data                           pic x(24).
      *
      * Rate view of ct-data - education code and position key.
           05 ct-rate-data redefines ct-data.
               10 ct-rate-ed-code                pic x.
               10 ct-rate-position               pic x(8).
               10 ct-rate                        pic 99v9.
               10 filler                         pic x(12).
      *
      * Band view of ct-data - position key.
           05 ct-band-data redefines ct-data.
               10 ct-band-position               pic x(8).
               10 ct-band-min                    pic 9(6)v99.
               10 ct-band-max                    pic 9(6)v99.
      *
      * GL map view of ct-data - department key.
           05 ct-glmap-data redefines ct-data.
               10 ct-gl-dept                     pic x(4).
               10 ct-gl-account                  pic x(8).
               10 filler                         pic x(12).
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
       fd glmap-file
           recording mode is F
           data record is glmap-record
           record contains 12 characters.
      *
       01 glmap-record.
           05 gm-dept                           pic x(4).
           05 gm-account                        pic x(8).
      *
      * ratestg-file - a rate-record behind the date it takes
      * effect; records are staged in ascending date order so a
      * later generation overrides an earlier one.
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
      * glmstg-file - a glmap-record behind its effective date
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
      * ctlchgl-file - one record per transaction: the run date,
      * which file and action, the effective date as keyed, who
      * keyed it and who approved it, "A" applied or "R" rejected
      * with the reason, and the before and after images in the
      * ct-data layout of that file. The before image is the entry
      * in force on the effective date (blank when there was none),
      * the after image what the transaction asked for (blank on a
      * delete).
       fd ctlchgl-file
           recording mode is F
           data record is ctlchgl-record
           record contains 113 characters.
      *
       01 ctlchgl-record.
           05 cc-run-date                       pic 9(8).
           05 cc-file                           pic x.
           05 cc-action                         pic x.
           05 cc-eff-date                       pic x(8).
           05 cc-entered-by                     pic x(8).
           05 cc-approved-by                    pic x(8).
           05 cc-disposition                    pic x.
           05 cc-reason                         pic x(30).
           05 cc-before-image                   pic x(24).
           05 cc-after-image                    pic x(24).
      *
       fd audit-file
           recording mode is F
           data record is audit-line
           record contains 132 characters.
      *
       01 audit-line                            pic x(132).
      *
       working-storage section.

       01 ws-blank-line.
          05 filler                             pic x(132).

      *Headings
       01 ws-audit-heading.
           05 filler                            pic x(10)
                value spaces.
           05 filler                            pic x(37)
                value "CONTROL FILE MAINTENANCE AUDIT REPORT".
           05 filler                            pic x(9)
                value " - AS OF ".
           05 ws-audit-date-out                 pic 9(8).

       01 ws-audit-column-heading.
           05 filler                            pic x(1)
                value "F".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(1)
                value "A".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "EFF DATE".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(3)
                value "KEY".
           05 filler                            pic x(11)
                value spaces.
           05 filler                            pic x(7)
                value "ENTERED".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(8)
                value "APPROVED".
           05 filler                            pic x(2)
                value spaces.
           05 filler                            pic x(11)
                value "DISPOSITION".
           05 filler                            pic x(1)
                value spaces.
           05 filler                            pic x(6)
                value "REASON".
           05 filler                            pic x(26)
                value spaces.
           05 filler                            pic x(6)
                value "BEFORE".
           05 filler                            pic x(14)
                value spaces.
           05 filler                            pic x(5)
                value "AFTER".

       01 ws-audit-detail.
           05 ad-file                           pic x.
           05 filler                            pic x(2)
                value spaces.
           05 ad-action                         pic x.
           05 filler                            pic x(2)
                value spaces.
           05 ad-eff-date                       pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 ad-key                            pic x(12).
           05 filler                            pic x(2)
                value spaces.
           05 ad-entered-by                     pic x(8).
           05 filler                            pic x(1)
                value spaces.
           05 ad-approved-by                    pic x(8).
           05 filler                            pic x(2)
                value spaces.
           05 ad-disposition                    pic x(8).
           05 filler                            pic x(4)
                value spaces.
           05 ad-reason                         pic x(30).
           05 filler                            pic x(2)
                value spaces.
           05 ad-before                         pic x(19).
           05 filler                            pic x(1)
                value spaces.
           05 ad-after                          pic x(19).

       01 ws-audit-totals.
           05 filler                            pic x(8)
                value "APPLIED=".
           05 ws-applied-out                    pic zz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(9)
                value "REJECTED=".
           05 ws-rejected-out                   pic zz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(13)
                value "RATES STAGED=".
           05 ws-rate-staged-out                pic zz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(13)
                value "BANDS STAGED=".
           05 ws-band-staged-out                pic zz9.
           05 filler                            pic x(3)
                value spaces.
           05 filler                            pic x(15)
                value "GL MAPS STAGED=".
           05 ws-glmap-staged-out               pic zz9.

      *Constants/Counters
       77 ws-lit-yes                            pic x
           value "Y".
       77 ws-lit-add                            pic x
           value "A".
       77 ws-lit-change                         pic x
           value "C".
       77 ws-lit-delete                         pic x
           value "D".
       77 ws-lit-rate                           pic x
           value "R".
       77 ws-lit-band                           pic x
           value "B".
       77 ws-lit-glmap                          pic x
           value "G".
       77 ws-lit-applied                        pic x(8)
           value "APPLIED".
       77 ws-lit-rejected                       pic x(8)
           value "REJECTED".

       77 ws-ctltran-status                     pic xx
           value spaces.
       77 ws-rate-status                        pic xx
           value spaces.
       77 ws-band-status                        pic xx
           value spaces.
       77 ws-glmap-status                       pic xx
           value spaces.
       77 ws-ratestg-status                     pic xx
           value spaces.
       77 ws-bandstg-status                     pic xx
           value spaces.
       77 ws-glmstg-status                      pic xx
           value spaces.
       77 ws-ctlchgl-status                     pic xx
           value spaces.

       77 ws-ctltran-eof-flag                   pic x
           value "N".
       77 ws-rate-eof-flag                      pic x
           value "N".
       77 ws-band-eof-flag                      pic x
           value "N".
       77 ws-glmap-eof-flag                     pic x
           value "N".
       77 ws-stg-eof-flag                       pic x
           value "N".

       77 ws-applied-count                      pic 999
           value 0.
       77 ws-rejected-count                     pic 999
           value 0.
       77 ws-rate-staged-count                  pic 999
           value 0.
       77 ws-band-staged-count                  pic 999
           value 0.
       77 ws-glmap-staged-count                 pic 999
           value 0.
       77 ws-reject-reason                      pic x(30)
           value spaces.
       77 ws-run-date                           pic 9(8)
           value 0.

      *Sane-limit bound a keyed rate must fall inside - the same
      *bound A4CTLVAL holds the rate file to.
       77 ws-max-sane-rate                      pic 99v9
           value 20.0.

      *Effective date on the transaction, picked apart for the
      *month and day range check in 320-checkeffdate.
       01 ws-eff-date-area.
           05 ws-eff-date                       pic 9(8)
                value 0.
           05 filler redefines ws-eff-date.
               10 ws-eff-yyyy                    pic 9(4).
               10 ws-eff-mm                      pic 99.
               10 ws-eff-dd                      pic 99.

      *Base control tables - RATEFILE, BANDFILE and GLMAPFIL as
      *they stand, the starting point every as-of view is built on.
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

      *Staging tables - each staging file held in full, in file
      *order, so a new record can be slotted in among the existing
      *ones by date and the whole file written back. Each entry is
      *the staging record layout.
       01 ws-rstg-table.
           05 ws-rstg-entry                     occurs 500 times.
               10 ws-rstg-eff-date               pic 9(8).
               10 ws-rstg-ed-code                pic x.
               10 ws-rstg-position               pic x(8).
               10 ws-rstg-rate                   pic 99v9.
       77 ws-rstg-count                         pic 999
           value 0.
       77 ws-rstg-changed-flag                  pic x
           value "N".

       01 ws-bstg-table.
           05 ws-bstg-entry                     occurs 500 times.
               10 ws-bstg-eff-date               pic 9(8).
               10 ws-bstg-position               pic x(8).
               10 ws-bstg-min                    pic 9(6)v99.
               10 ws-bstg-max                    pic 9(6)v99.
       77 ws-bstg-count                         pic 999
           value 0.
       77 ws-bstg-changed-flag                  pic x
           value "N".

       01 ws-gstg-table.
           05 ws-gstg-entry                     occurs 500 times.
               10 ws-gstg-eff-date               pic 9(8).
               10 ws-gstg-dept                   pic x(4).
               10 ws-gstg-account                pic x(8).
       77 ws-gstg-count                         pic 999
           value 0.
       77 ws-gstg-changed-flag                  pic x
           value "N".

       77 ws-max-staged                         pic 999
           value 500.
       77 ws-stg-sub                            pic 999
           value 0.
       77 ws-ins-pos                            pic 999
           value 0.
       77 ws-abort-file-name                    pic x(8)
           value spaces.
       77 ws-abort-status                       pic xx
           value spaces.

      *As-of view of the transaction's key - whether an entry is in
      *force on the effective date, and its image in the ct-data
      *layout of the file, which becomes the change-log before
      *image.
       77 ws-view-found-flag                    pic x
           value "N".
       01 ws-view-image                         pic x(24)
           value spaces.
       01 ws-view-rate-image redefines ws-view-image.
           05 ws-view-ed-code                   pic x.
           05 ws-view-rate-position             pic x(8).
           05 ws-view-rate                      pic 99v9.
           05 filler                            pic x(12).
       01 ws-view-band-image redefines ws-view-image.
           05 ws-view-band-position             pic x(8).
           05 ws-view-band-min                  pic 9(6)v99.
           05 ws-view-band-max                  pic 9(6)v99.
       01 ws-view-glmap-image redefines ws-view-image.
           05 ws-view-gl-dept                   pic x(4).
           05 ws-view-gl-account                pic x(8).
           05 filler                            pic x(12).

       77 ws-before-image                       pic x(24)
           value spaces.
       77 ws-after-image                        pic x(24)
           value spaces.

      *Image formatting work area - one image in the ct-data layout
      *turned into the readable value printed on the audit line.
       01 ws-fmt-image                          pic x(24)
           value spaces.
       01 ws-fmt-rate-image redefines ws-fmt-image.
           05 ws-fmt-ed-code                    pic x.
           05 ws-fmt-rate-position              pic x(8).
           05 ws-fmt-rate                       pic 99v9.
           05 filler                            pic x(12).
       01 ws-fmt-band-image redefines ws-fmt-image.
           05 ws-fmt-band-position              pic x(8).
           05 ws-fmt-band-min                   pic 9(6)v99.
           05 ws-fmt-band-max                   pic 9(6)v99.
       01 ws-fmt-glmap-image redefines ws-fmt-image.
           05 ws-fmt-gl-dept                    pic x(4).
           05 ws-fmt-gl-account                 pic x(8).
           05 filler                            pic x(12).
       77 ws-fmt-text                           pic x(19)
           value spaces.

       01 ws-fmt-rate-text.
           05 fr-rate                           pic z9.9.
       01 ws-fmt-band-text.
           05 fb-min                            pic zzzzz9.99.
           05 filler                            pic x
                value "/".
           05 fb-max                            pic zzzzz9.99.
       01 ws-key-rate-text.
           05 kr-ed-code                        pic x.
           05 filler                            pic x
                value space.
           05 kr-position                       pic x(8).

      *
       procedure division.
       000-main.

           perform 100-openfiles.
           perform 120-loadrates.
           perform 125-loadbands.
           perform 130-loadglmap.
           perform 140-loadratestg.
           perform 145-loadbandstg.
           perform 150-loadglmstg.
           perform 200-firsttranread.
           perform 300-applytransaction
                until ws-ctltran-eof-flag = ws-lit-yes.
           perform 700-audittotals.
           perform 750-rewritestaging.
           perform 800-closefiles.
      *
           goback.

      *Open the transaction feed, the change log and the audit
      *report. Unlike A4EMPMNT's change log, this one is the whole
      *point of the program - a transaction applied with no log
      *record of who keyed and who approved it is exactly the gap
      *the maker-checker control exists to close - so a log that
      *will not open stops the run before anything is staged.
       100-openfiles.
           accept ws-run-date                   from date yyyymmdd.
           open input ctltran-file.
           if ws-ctltran-status not = "00"
                perform 110-aborttranfile
           end-if.

           open extend ctlchgl-file.
           if ws-ctlchgl-status not = "00"
                   and ws-ctlchgl-status not = "05"
                perform 115-abortchangelog
           end-if.

           open output audit-file.
           move ws-run-date                     to ws-audit-date-out.
           write audit-line                     from ws-audit-heading.
           move spaces                          to audit-line.
           write audit-line                     from ws-blank-line.
           move spaces                          to audit-line.
           write audit-line                     from
                                           ws-audit-column-heading.
           move spaces                          to audit-line.
           write audit-line                     from ws-blank-line.
           move spaces                          to audit-line.

      *Fatal startup condition - no transaction feed.
       110-aborttranfile.
           display "A4CTLMNT - TRANSACTION FILE CTLTRAN WILL NOT "
                   "OPEN - STATUS " ws-ctltran-status
                   " - RUN TERMINATED".
           move 16                              to return-code.
           goback.

      *Fatal startup condition - no change log.
       115-abortchangelog.
           display "A4CTLMNT - CHANGE LOG CTLCHGL WILL NOT OPEN - "
                   "STATUS " ws-ctlchgl-status
                   " - RUN TERMINATED, NOTHING APPLIED".
           move 16                              to return-code.
           goback.

      *Loads the base rate file. A rate file that will not open is
      *fatal - every add would look new and every change or delete
      *would look like it had nothing to act on.
       120-loadrates.
           open input rate-file.
           if ws-rate-status not = "00"
                move "RATEFILE"                 to ws-abort-file-name
                move ws-rate-status             to ws-abort-status
                perform 159-abortcontrolfile
           end-if.
           perform 121-readratefirst.
           perform 122-loadrateloop
                until ws-rate-eof-flag = ws-lit-yes
                OR ws-rate-count >= ws-max-rates.
           close rate-file.

      *First read of rate-file.
       121-readratefirst.
           read rate-file
                at end move ws-lit-yes          to ws-rate-eof-flag.

      *Tables one rate record, and reads the next.
       122-loadrateloop.
           add 1                                to ws-rate-count.
           move rr-ed-code                      to
                                  ws-rate-ed-code(ws-rate-count).
           move rr-position                     to
                                 ws-rate-position(ws-rate-count).
           move rr-rate                         to
                                      ws-rate-pct(ws-rate-count).

           read rate-file
                at end move ws-lit-yes          to ws-rate-eof-flag.

      *Loads the base band file - fatal when missing, for the same
      *reason as the rate file.
       125-loadbands.
           open input band-file.
           if ws-band-status not = "00"
                move "BANDFILE"                 to ws-abort-file-name
                move ws-band-status             to ws-abort-status
                perform 159-abortcontrolfile
           end-if.
           perform 126-readbandfirst.
           perform 127-loadbandloop
                until ws-band-eof-flag = ws-lit-yes
                OR ws-band-count >= ws-max-bands.
           close band-file.

      *First read of band-file.
       126-readbandfirst.
           read band-file
                at end move ws-lit-yes          to ws-band-eof-flag.

      *Tables one band record, and reads the next.
       127-loadbandloop.
           add 1                                to ws-band-count.
           move bf-position                     to
                                 ws-band-position(ws-band-count).
           move bf-min                          to
                                      ws-band-min(ws-band-count).
           move bf-max                          to
                                      ws-band-max(ws-band-count).

           read band-file
                at end move ws-lit-yes          to ws-band-eof-flag.

      *Loads the base GL map - fatal when missing, for the same
      *reason as the rate file.
       130-loadglmap.
           open input glmap-file.
           if ws-glmap-status not = "00"
                move "GLMAPFIL"                 to ws-abort-file-name
                move ws-glmap-status            to ws-abort-status
                perform 159-abortcontrolfile
           end-if.
           perform 131-readglmapfirst.
           perform 132-loadglmaploop
                until ws-glmap-eof-flag = ws-lit-yes
                OR ws-glmap-count >= ws-max-glmaps.
           close glmap-file.

      *First read of glmap-file.
       131-readglmapfirst.
           read glmap-file
                at end move ws-lit-yes          to ws-glmap-eof-flag.

      *Tables one GL map record, and reads the next.
       132-loadglmaploop.
           add 1                                to ws-glmap-count.
           move gm-dept                         to
                                    ws-glmap-dept(ws-glmap-count).
           move gm-account                      to
                                 ws-glmap-account(ws-glmap-count).

           read glmap-file
                at end move ws-lit-yes          to ws-glmap-eof-flag.

      *Loads the staged rates in file order. No staging file yet
      *(status 35) is an empty one - the first staged rate creates
      *it. Any other open failure is fatal: the file is written back
      *in full after the run, and rewriting one that could not be
      *read would lose every record already staged in it.
       140-loadratestg.
           open input ratestg-file.
           if ws-ratestg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read ratestg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 142-loadratestgloop
                     until ws-stg-eof-flag = ws-lit-yes
                close ratestg-file
           else
           if ws-ratestg-status not = "35"
                move "RATESTG"                  to ws-abort-file-name
                move ws-ratestg-status          to ws-abort-status
                perform 159-abortcontrolfile
           end-if
           end-if.

      *Tables one staged rate, and reads the next.
       142-loadratestgloop.
           if ws-rstg-count >= ws-max-staged
                move "RATESTG"                  to ws-abort-file-name
                perform 158-abortstagingfull
           end-if.
           add 1                                to ws-rstg-count.
           move ratestg-record                  to
                                    ws-rstg-entry(ws-rstg-count).

           read ratestg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Loads the staged bands in file order, on the same terms as
      *the staged rates.
       145-loadbandstg.
           open input bandstg-file.
           if ws-bandstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read bandstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 147-loadbandstgloop
                     until ws-stg-eof-flag = ws-lit-yes
                close bandstg-file
           else
           if ws-bandstg-status not = "35"
                move "BANDSTG"                  to ws-abort-file-name
                move ws-bandstg-status          to ws-abort-status
                perform 159-abortcontrolfile
           end-if
           end-if.

      *Tables one staged band, and reads the next.
       147-loadbandstgloop.
           if ws-bstg-count >= ws-max-staged
                move "BANDSTG"                  to ws-abort-file-name
                perform 158-abortstagingfull
           end-if.
           add 1                                to ws-bstg-count.
           move bandstg-record                  to
                                    ws-bstg-entry(ws-bstg-count).

           read bandstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Loads the staged GL mappings in file order, on the same
      *terms as the staged rates.
       150-loadglmstg.
           open input glmstg-file.
           if ws-glmstg-status = "00"
                move "N"                        to ws-stg-eof-flag
                read glmstg-file
                     at end move ws-lit-yes     to ws-stg-eof-flag
                end-read
                perform 152-loadglmstgloop
                     until ws-stg-eof-flag = ws-lit-yes
                close glmstg-file
           else
           if ws-glmstg-status not = "35"
                move "GLMSTG"                   to ws-abort-file-name
                move ws-glmstg-status           to ws-abort-status
                perform 159-abortcontrolfile
           end-if
           end-if.

      *Tables one staged GL mapping, and reads the next.
       152-loadglmstgloop.
           if ws-gstg-count >= ws-max-staged
                move "GLMSTG"                   to ws-abort-file-name
                perform 158-abortstagingfull
           end-if.
           add 1                                to ws-gstg-count.
           move glmstg-record                   to
                                    ws-gstg-entry(ws-gstg-count).

           read glmstg-file
                at end move ws-lit-yes          to ws-stg-eof-flag.

      *Fatal startup condition - a staging file holds more records
      *than the table can carry. Writing it back short would drop
      *staged changes, so nothing is applied.
       158-abortstagingfull.
           display "A4CTLMNT - STAGING FILE " ws-abort-file-name
                   " EXCEEDS TABLE LIMIT " ws-max-staged
                   " - RUN TERMINATED, NOTHING APPLIED".
           move 16                              to return-code.
           goback.

      *Fatal startup condition - a control or staging file would
      *not open.
       159-abortcontrolfile.
           display "A4CTLMNT - CONTROL FILE " ws-abort-file-name
                   " WILL NOT OPEN - STATUS " ws-abort-status
                   " - RUN TERMINATED, NOTHING APPLIED".
           move 16                              to return-code.
           goback.

      *First read of ctltran-file.
       200-firsttranread.
           read ctltran-file
                at end move ws-lit-yes          to ws-ctltran-eof-flag.

      *Validates and applies one transaction, writes its audit line
      *and change-log record, then reads the next. The checks run
      *cheapest first; the as-of view is only built once the
      *transaction is well formed, so a malformed one logs a blank
      *before image.
       300-applytransaction.
           move spaces                          to ws-reject-reason.
           move spaces                          to ws-before-image.
           move ct-data                         to ws-after-image.
           if ct-action = ws-lit-delete
                move spaces                     to ws-after-image
           end-if.

           if ct-file not = ws-lit-rate
                   and ct-file not = ws-lit-band
                   and ct-file not = ws-lit-glmap
                move "INVALID FILE CODE"        to ws-reject-reason
           else
           if ct-action not = ws-lit-add
                   and ct-action not = ws-lit-change
                   and ct-action not = ws-lit-delete
                move "INVALID ACTION CODE"      to ws-reject-reason
           end-if
           end-if.
           if ws-reject-reason = spaces
                perform 310-checkids
           end-if.
           if ws-reject-reason = spaces
                perform 320-checkeffdate
           end-if.
           if ws-reject-reason = spaces
                perform 330-checkkeyvalues
           end-if.
           if ws-reject-reason = spaces
                perform 400-buildview
                move ws-view-image              to ws-before-image
                perform 340-checkagainstview
           end-if.
           if ws-reject-reason = spaces
                perform 500-stagechange
           end-if.

           perform 600-writeauditline.
           perform 650-writechangelog.

           read ctltran-file
                at end move ws-lit-yes          to ws-ctltran-eof-flag.

      *Maker-checker control - both IDs must be present and must
      *belong to different people. One person keying and approving
      *their own change is the case the control is there to stop.
       310-checkids.
           if ct-entered-by = spaces
                move "ENTERED-BY ID MISSING"    to ws-reject-reason
           else
           if ct-approved-by = spaces
                move "APPROVED-BY ID MISSING"   to ws-reject-reason
           else
           if ct-entered-by = ct-approved-by
                move "ENTERED/APPROVED BY SAME ID" to
                                                 ws-reject-reason
           end-if
           end-if
           end-if.

      *The effective date must be a real date no earlier than the
      *run date - a back-dated change would rewrite the costing of
      *cycles already run, and the staging loaders would apply it
      *silently.
       320-checkeffdate.
           if ct-eff-date is not numeric
                move "BAD EFFECTIVE DATE"       to ws-reject-reason
           else
                move ct-eff-date                to ws-eff-date
                if ws-eff-mm < 1 or ws-eff-mm > 12
                        or ws-eff-dd < 1 or ws-eff-dd > 31
                     move "BAD EFFECTIVE DATE"  to ws-reject-reason
                else
                if ws-eff-date < ws-run-date
                     move "EFFECTIVE DATE BEFORE RUN DATE" to
                                                 ws-reject-reason
                end-if
                end-if
           end-if.

      *Key fields must be present on every action; the value fields
      *of an add or change must pass the same sanity bounds
      *A4CTLVAL holds the files to - a staged record with no value
      *would be read as a delete.
       330-checkkeyvalues.
           if ct-file = ws-lit-rate
                if ct-rate-ed-code = space
                        or ct-rate-position = spaces
                     move "RATE KEY MISSING"    to ws-reject-reason
                else
                if ct-action not = ws-lit-delete
                     if ct-rate is not numeric
                          move "BAD RATE FIELD" to ws-reject-reason
                     else
                     if ct-rate = 0 or ct-rate > ws-max-sane-rate
                          move "RATE OUTSIDE SANE LIMITS" to
                                                 ws-reject-reason
                     end-if
                     end-if
                end-if
                end-if
           end-if.
           if ct-file = ws-lit-band
                if ct-band-position = spaces
                     move "BAND KEY MISSING"    to ws-reject-reason
                else
                if ct-action not = ws-lit-delete
                     if ct-band-min is not numeric
                             or ct-band-max is not numeric
                          move "BAD BAND FIELD" to ws-reject-reason
                     else
                     if ct-band-min = 0
                             or ct-band-min >= ct-band-max
                          move "BAND MIN NOT BELOW MAX" to
                                                 ws-reject-reason
                     end-if
                     end-if
                end-if
                end-if
           end-if.
           if ct-file = ws-lit-glmap
                if ct-gl-dept = spaces
                     move "GL MAP KEY MISSING"  to ws-reject-reason
                else
                if ct-action not = ws-lit-delete
                        and ct-gl-account = spaces
                     move "GL ACCOUNT MISSING"  to ws-reject-reason
                end-if
                end-if
           end-if.

      *An add must find no entry in force on its effective date -
      *replacing one must come through as a change so the approver
      *sees what it overwrites - and a change or delete must find
      *one. The *ACC and *SUS control-account mappings can be
      *changed but never deleted: the salary run cannot post
      *without them.
       340-checkagainstview.
           if ct-action = ws-lit-add
                if ws-view-found-flag = ws-lit-yes
                     move "ALREADY IN FORCE ON EFF DATE" to
                                                 ws-reject-reason
                end-if
           else
                if ws-view-found-flag not = ws-lit-yes
                     move "NOT IN FORCE ON EFF DATE" to
                                                 ws-reject-reason
                else
                if ct-action = ws-lit-delete
                        and ct-file = ws-lit-glmap
                        and (ct-gl-dept = "*ACC"
                             or ct-gl-dept = "*SUS")
                     move "CANNOT DELETE CONTROL ACCOUNT" to
                                                 ws-reject-reason
                end-if
                end-if
           end-if.

      *Builds the as-of view of the transaction's key on its
      *effective date: the base file entry, then every staged
      *record for the key dated on or before the effective date,
      *applied in file order exactly as the staging loaders apply
      *them - including this run's earlier transactions, already
      *slotted into the staging tables.
       400-buildview.
           move "N"                             to ws-view-found-flag.
           move spaces                          to ws-view-image.
           if ct-file = ws-lit-rate
                perform 410-scanbaserate
                     varying ws-rate-sub        from 1 by 1
                     until ws-rate-sub > ws-rate-count
                perform 412-scanstagedrate
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-rstg-count
           else
           if ct-file = ws-lit-band
                perform 420-scanbaseband
                     varying ws-band-sub        from 1 by 1
                     until ws-band-sub > ws-band-count
                perform 422-scanstagedband
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-bstg-count
           else
                perform 430-scanbaseglmap
                     varying ws-glmap-sub       from 1 by 1
                     until ws-glmap-sub > ws-glmap-count
                perform 432-scanstagedglmap
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-gstg-count
           end-if
           end-if.

      *Takes one base rate entry into the view on a key match.
       410-scanbaserate.
           if ws-rate-ed-code(ws-rate-sub) = ct-rate-ed-code
                   and ws-rate-position(ws-rate-sub) =
                        ct-rate-position
                move ws-lit-yes                 to ws-view-found-flag
                move ws-rate-ed-code(ws-rate-sub) to ws-view-ed-code
                move ws-rate-position(ws-rate-sub) to
                                           ws-view-rate-position
                move ws-rate-pct(ws-rate-sub)   to ws-view-rate
           end-if.

      *Applies one staged rate to the view on a key match dated on
      *or before the effective date - a zero rate removes it.
       412-scanstagedrate.
           if ws-rstg-eff-date(ws-stg-sub) <= ct-eff-date
                   and ws-rstg-ed-code(ws-stg-sub) = ct-rate-ed-code
                   and ws-rstg-position(ws-stg-sub) =
                        ct-rate-position
                if ws-rstg-rate(ws-stg-sub) = 0
                     move "N"                   to ws-view-found-flag
                     move spaces                to ws-view-image
                else
                     move ws-lit-yes            to ws-view-found-flag
                     move ws-rstg-ed-code(ws-stg-sub) to
                                                 ws-view-ed-code
                     move ws-rstg-position(ws-stg-sub) to
                                           ws-view-rate-position
                     move ws-rstg-rate(ws-stg-sub) to ws-view-rate
                end-if
           end-if.

      *Takes one base band entry into the view on a key match.
       420-scanbaseband.
           if ws-band-position(ws-band-sub) = ct-band-position
                move ws-lit-yes                 to ws-view-found-flag
                move ws-band-position(ws-band-sub) to
                                           ws-view-band-position
                move ws-band-min(ws-band-sub)   to ws-view-band-min
                move ws-band-max(ws-band-sub)   to ws-view-band-max
           end-if.

      *Applies one staged band to the view on a key match dated on
      *or before the effective date - a zero band removes it.
       422-scanstagedband.
           if ws-bstg-eff-date(ws-stg-sub) <= ct-eff-date
                   and ws-bstg-position(ws-stg-sub) =
                        ct-band-position
                if ws-bstg-min(ws-stg-sub) = 0
                        and ws-bstg-max(ws-stg-sub) = 0
                     move "N"                   to ws-view-found-flag
                     move spaces                to ws-view-image
                else
                     move ws-lit-yes            to ws-view-found-flag
                     move ws-bstg-position(ws-stg-sub) to
                                           ws-view-band-position
                     move ws-bstg-min(ws-stg-sub) to
                                                 ws-view-band-min
                     move ws-bstg-max(ws-stg-sub) to
                                                 ws-view-band-max
                end-if
           end-if.

      *Takes one base GL map entry into the view on a key match.
       430-scanbaseglmap.
           if ws-glmap-dept(ws-glmap-sub) = ct-gl-dept
                move ws-lit-yes                 to ws-view-found-flag
                move ws-glmap-dept(ws-glmap-sub) to ws-view-gl-dept
                move ws-glmap-account(ws-glmap-sub) to
                                              ws-view-gl-account
           end-if.

      *Applies one staged GL mapping to the view on a key match
      *dated on or before the effective date - a blank account
      *removes it.
       432-scanstagedglmap.
           if ws-gstg-eff-date(ws-stg-sub) <= ct-eff-date
                   and ws-gstg-dept(ws-stg-sub) = ct-gl-dept
                if ws-gstg-account(ws-stg-sub) = spaces
                     move "N"                   to ws-view-found-flag
                     move spaces                to ws-view-image
                else
                     move ws-lit-yes            to ws-view-found-flag
                     move ws-gstg-dept(ws-stg-sub) to
                                                 ws-view-gl-dept
                     move ws-gstg-account(ws-stg-sub) to
                                              ws-view-gl-account
                end-if
           end-if.

      *Slots the applied transaction into its staging table as an
      *effective-dated record - after every record dated on or
      *before its effective date, so it overrides them, and ahead
      *of every later one, so they still override it. A delete is
      *staged with no value.
       500-stagechange.
           if ct-file = ws-lit-rate
                perform 510-stagerate
           else
           if ct-file = ws-lit-band
                perform 520-stageband
           else
                perform 530-stageglmap
           end-if
           end-if.

      *Stages one rate record.
       510-stagerate.
           if ws-rstg-count >= ws-max-staged
                move "STAGING FILE FULL"        to ws-reject-reason
           else
                move 0                          to ws-ins-pos
                perform 512-scanrateinsert
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-rstg-count
                     OR ws-ins-pos > 0
                if ws-ins-pos = 0
                     compute ws-ins-pos = ws-rstg-count + 1
                end-if
                perform 514-shiftrate
                     varying ws-stg-sub         from ws-rstg-count
                     by -1
                     until ws-stg-sub < ws-ins-pos
                add 1                           to ws-rstg-count
                move ct-eff-date                to
                                  ws-rstg-eff-date(ws-ins-pos)
                move ct-rate-ed-code            to
                                   ws-rstg-ed-code(ws-ins-pos)
                move ct-rate-position           to
                                  ws-rstg-position(ws-ins-pos)
                if ct-action = ws-lit-delete
                     move 0                     to
                                      ws-rstg-rate(ws-ins-pos)
                else
                     move ct-rate               to
                                      ws-rstg-rate(ws-ins-pos)
                end-if
                move ws-lit-yes                 to
                                          ws-rstg-changed-flag
                add 1                           to
                                          ws-rate-staged-count
           end-if.

      *Marks the first staged rate dated after the effective date
      *as the insertion point.
       512-scanrateinsert.
           if ws-rstg-eff-date(ws-stg-sub) > ct-eff-date
                move ws-stg-sub                 to ws-ins-pos
           end-if.

      *Moves one staged rate up a slot to open the insertion point.
       514-shiftrate.
           move ws-rstg-entry(ws-stg-sub)       to
                                    ws-rstg-entry(ws-stg-sub + 1).

      *Stages one band record.
       520-stageband.
           if ws-bstg-count >= ws-max-staged
                move "STAGING FILE FULL"        to ws-reject-reason
           else
                move 0                          to ws-ins-pos
                perform 522-scanbandinsert
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-bstg-count
                     OR ws-ins-pos > 0
                if ws-ins-pos = 0
                     compute ws-ins-pos = ws-bstg-count + 1
                end-if
                perform 524-shiftband
                     varying ws-stg-sub         from ws-bstg-count
                     by -1
                     until ws-stg-sub < ws-ins-pos
                add 1                           to ws-bstg-count
                move ct-eff-date                to
                                  ws-bstg-eff-date(ws-ins-pos)
                move ct-band-position           to
                                  ws-bstg-position(ws-ins-pos)
                if ct-action = ws-lit-delete
                     move 0                     to
                                       ws-bstg-min(ws-ins-pos)
                     move 0                     to
                                       ws-bstg-max(ws-ins-pos)
                else
                     move ct-band-min           to
                                       ws-bstg-min(ws-ins-pos)
                     move ct-band-max           to
                                       ws-bstg-max(ws-ins-pos)
                end-if
                move ws-lit-yes                 to
                                          ws-bstg-changed-flag
                add 1                           to
                                          ws-band-staged-count
           end-if.

      *Marks the first staged band dated after the effective date
      *as the insertion point.
       522-scanbandinsert.
           if ws-bstg-eff-date(ws-stg-sub) > ct-eff-date
                move ws-stg-sub                 to ws-ins-pos
           end-if.

      *Moves one staged band up a slot to open the insertion point.
       524-shiftband.
           move ws-bstg-entry(ws-stg-sub)       to
                                    ws-bstg-entry(ws-stg-sub + 1).

      *Stages one GL mapping record.
       530-stageglmap.
           if ws-gstg-count >= ws-max-staged
                move "STAGING FILE FULL"        to ws-reject-reason
           else
                move 0                          to ws-ins-pos
                perform 532-scanglmapinsert
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-gstg-count
                     OR ws-ins-pos > 0
                if ws-ins-pos = 0
                     compute ws-ins-pos = ws-gstg-count + 1
                end-if
                perform 534-shiftglmap
                     varying ws-stg-sub         from ws-gstg-count
                     by -1
                     until ws-stg-sub < ws-ins-pos
                add 1                           to ws-gstg-count
                move ct-eff-date                to
                                  ws-gstg-eff-date(ws-ins-pos)
                move ct-gl-dept                 to
                                      ws-gstg-dept(ws-ins-pos)
                if ct-action = ws-lit-delete
                     move spaces                to
                                   ws-gstg-account(ws-ins-pos)
                else
                     move ct-gl-account         to
                                   ws-gstg-account(ws-ins-pos)
                end-if
                move ws-lit-yes                 to
                                          ws-gstg-changed-flag
                add 1                           to
                                          ws-glmap-staged-count
           end-if.

      *Marks the first staged GL mapping dated after the effective
      *date as the insertion point.
       532-scanglmapinsert.
           if ws-gstg-eff-date(ws-stg-sub) > ct-eff-date
                move ws-stg-sub                 to ws-ins-pos
           end-if.

      *Moves one staged GL mapping up a slot to open the insertion
      *point.
       534-shiftglmap.
           move ws-gstg-entry(ws-stg-sub)       to
                                    ws-gstg-entry(ws-stg-sub + 1).

      *Writes the audit line for the transaction just processed and
      *bumps the applied/rejected counts.
       600-writeauditline.
           move ct-file                         to ad-file.
           move ct-action                       to ad-action.
           move ct-eff-date                     to ad-eff-date.
           move ct-entered-by                   to ad-entered-by.
           move ct-approved-by                  to ad-approved-by.
           move spaces                          to ad-key.
           if ct-file = ws-lit-rate
                move ct-rate-ed-code            to kr-ed-code
                move ct-rate-position           to kr-position
                move ws-key-rate-text           to ad-key
           else
           if ct-file = ws-lit-band
                move ct-band-position           to ad-key
           else
           if ct-file = ws-lit-glmap
                move ct-gl-dept                 to ad-key
           end-if
           end-if
           end-if.
           move ws-before-image                 to ws-fmt-image.
           perform 610-formatimage.
           move ws-fmt-text                     to ad-before.
           move ws-after-image                  to ws-fmt-image.
           perform 610-formatimage.
           move ws-fmt-text                     to ad-after.
           if ws-reject-reason = spaces
                move ws-lit-applied             to ad-disposition
                move spaces                     to ad-reason
                add 1                           to ws-applied-count
           else
                move ws-lit-rejected            to ad-disposition
                move ws-reject-reason           to ad-reason
                add 1                           to ws-rejected-count
           end-if.
           write audit-line                     from ws-audit-detail.
           move spaces                          to audit-line.

      *Turns one image into the value printed on the audit line - a
      *rate, a band's minimum/maximum, or a GL account. A value that
      *is not numeric (a rejected transaction's bad field) prints
      *as keyed.
       610-formatimage.
           move spaces                          to ws-fmt-text.
           if ws-fmt-image = spaces
                continue
           else
           if ct-file = ws-lit-rate
                if ws-fmt-rate is numeric
                     move ws-fmt-rate           to fr-rate
                     move ws-fmt-rate-text      to ws-fmt-text
                else
                     move ws-fmt-image(10:3)    to ws-fmt-text
                end-if
           else
           if ct-file = ws-lit-band
                if ws-fmt-band-min is numeric
                        and ws-fmt-band-max is numeric
                     move ws-fmt-band-min       to fb-min
                     move ws-fmt-band-max       to fb-max
                     move ws-fmt-band-text      to ws-fmt-text
                else
                     move ws-fmt-image(9:16)    to ws-fmt-text
                end-if
           else
                move ws-fmt-gl-account          to ws-fmt-text
           end-if
           end-if
           end-if.

      *Appends one change-log record for the transaction just
      *processed, applied or rejected.
       650-writechangelog.
           move ws-run-date                     to cc-run-date.
           move ct-file                         to cc-file.
           move ct-action                       to cc-action.
           move ct-eff-date                     to cc-eff-date.
           move ct-entered-by                   to cc-entered-by.
           move ct-approved-by                  to cc-approved-by.
           if ws-reject-reason = spaces
                move "A"                        to cc-disposition
           else
                move "R"                        to cc-disposition
           end-if.
           move ws-reject-reason                to cc-reason.
           move ws-before-image                 to cc-before-image.
           move ws-after-image                  to cc-after-image.
           write ctlchgl-record.

      *Prints the applied/rejected and staged totals at the bottom
      *of the audit report.
       700-audittotals.
           move ws-applied-count                to ws-applied-out.
           move ws-rejected-count               to ws-rejected-out.
           move ws-rate-staged-count            to ws-rate-staged-out.
           move ws-band-staged-count            to ws-band-staged-out.
           move ws-glmap-staged-count           to
                                           ws-glmap-staged-out.
           write audit-line                     from ws-blank-line.
           move spaces                          to audit-line.
           write audit-line                     from ws-audit-totals.
           move spaces                          to audit-line.

      *Writes each staging file that gained a record back out in
      *full, in its new date order. A file nothing was staged to is
      *left exactly as it was.
       750-rewritestaging.
           if ws-rstg-changed-flag = ws-lit-yes
                open output ratestg-file
                perform 752-writeratestg
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-rstg-count
                close ratestg-file
           end-if.
           if ws-bstg-changed-flag = ws-lit-yes
                open output bandstg-file
                perform 754-writebandstg
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-bstg-count
                close bandstg-file
           end-if.
           if ws-gstg-changed-flag = ws-lit-yes
                open output glmstg-file
                perform 756-writeglmstg
                     varying ws-stg-sub         from 1 by 1
                     until ws-stg-sub > ws-gstg-count
                close glmstg-file
           end-if.

      *Writes one staged rate.
       752-writeratestg.
           move ws-rstg-entry(ws-stg-sub)       to ratestg-record.
           write ratestg-record.

      *Writes one staged band.
       754-writebandstg.
           move ws-bstg-entry(ws-stg-sub)       to bandstg-record.
           write bandstg-record.

      *Writes one staged GL mapping.
       756-writeglmstg.
           move ws-gstg-entry(ws-stg-sub)       to glmstg-record.
           write glmstg-record.

      *Close files statement.
       800-closefiles.
           close ctltran-file,
                 ctlchgl-file,
                 audit-file.

      *
       end program A4CTLMNT.
