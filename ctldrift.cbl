      *> control-file drift report, the first step of the nightly
      *> window: the batch is steered by hand-edited control files,
      *> and a schedule row or distribution line changed without a
      *> ticket used to surface only as a missing report the next
      *> morning. each file listed in CONTROL-WATCH.DAT is compared
      *> line by line against its latest snapshot, and every line
      *> added, removed or changed since goes to CONTROL-DRIFT.DAT.
      *>
      *> CONTROL-WATCH.DAT carries one row per watched file: the file
      *> name and a "C" where the file is critical. drift on a
      *> critical file holds the window -- return code 16, and the
      *> schedule makes the night's steps wait on this one at that
      *> code -- until the operator has read the report and the
      *> supervisor's one-shot DRIFT-CONFIRM.DAT card, initials in
      *> the first three columns, lets the re-submitted night
      *> through; the card is consumed so it covers exactly one
      *> confirmation. drift on the other files is reported with
      *> return code 4 and the night goes on.
      *>
      *> snapshots are kept as a dated history, each under the file
      *> name plus ".S" and the business date it was taken, and
      *> catalogued on CONTROL-SNAPSHOTS.DAT. a file is snapshotted
      *> the first night it is watched and every night it has
      *> drifted, so the catalog reads as the dates each file
      *> changed. a held night takes no snapshot: the next run
      *> compares against the same accepted snapshot again, and an
      *> unconfirmed change to a critical file goes on holding.
       identification division.
       program-id. ctldrift.

       environment division.
       input-output section.
       file-control.
           select watch-file assign to "CONTROL-WATCH.DAT"
               organization line sequential
               file status is watch-file-status.

           select catalog-file assign to "CONTROL-SNAPSHOTS.DAT"
               organization line sequential
               file status is catalog-file-status.

           select control-file assign to control-file-name
               organization line sequential
               file status is control-file-status.

           select snapshot-file assign to snapshot-file-name
               organization line sequential
               file status is snapshot-file-status.

           select drift-file assign to "CONTROL-DRIFT.DAT"
               organization line sequential.

           select confirm-file assign to "DRIFT-CONFIRM.DAT"
               organization line sequential
               file status is confirm-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  watch-file.
       01  watch-record.
           05 cw-file-name pic x(20).
           05 cw-critical  pic x(01).
               88 cw-is-critical value "C".

       fd  catalog-file.
       01  catalog-record.
           05 cs-snap-name  pic x(32).
           05 cs-base-name  pic x(20).
           05 cs-snap-date  pic x(08).

       fd  control-file.
       01  control-line pic x(132).

       fd  snapshot-file.
       01  snapshot-line pic x(132).

       fd  drift-file.
       01  drift-line pic x(132).

      *> the supervisor's one-shot confirmation of tonight's drift
      *> on a critical file.
       fd  confirm-file.
       01  confirm-record.
           05 cf-initials pic x(03).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 watch-file-status    pic xx.
           77 catalog-file-status  pic xx.
           77 control-file-status  pic xx.
           77 snapshot-file-status pic xx.
           77 confirm-file-status  pic xx.
           77 run-date-status      pic xx.

           77 control-file-name  pic x(20).
           77 snapshot-file-name pic x(32).

           77 business-date pic x(08).

           77 end-of-watch pic x value "N".
               88 no-more-watch value "Y".

           77 end-of-catalog pic x value "N".
               88 no-more-catalog value "Y".

           77 end-of-file pic x.
               88 at-end-of-file value "Y".

      *> the watched files, with what tonight's comparison found
      *> for each: N no change, D drifted, F first night watched,
      *> M gone from disk, X not compared.
           77 watch-count pic 9(02) value zero.
           77 watch-idx   pic 9(02).

           01 watch-table.
               05 watch-entry occurs 20 times.
                   10 wt-file-name pic x(20).
                   10 wt-critical  pic x(01).
                   10 wt-outcome   pic x(01).
                       88 wt-no-change   value "N".
                       88 wt-drifted     value "D".
                       88 wt-first-night value "F".
                       88 wt-missing     value "M".
                       88 wt-not-compared value "X".

           77 catalog-count pic 9(03) value zero.
           77 catalog-idx   pic 9(03).
           77 catalog-slot  pic 9(03).

           01 catalog-table.
               05 catalog-entry occurs 500 times.
                   10 ct-snap-name pic x(32).
                   10 ct-base-name pic x(20).
                   10 ct-snap-date pic x(08).

           77 latest-snap-name pic x(32).
           77 latest-snap-date pic x(08).

      *> both versions of one file, held whole so the comparison can
      *> line up the lines they share before it calls anything
      *> added or removed.
           77 old-count pic 9(03).
           77 new-count pic 9(03).
           77 old-idx   pic 9(03).
           77 new-idx   pic 9(03).
           77 too-long  pic x.

           01 old-table.
               05 old-line occurs 200 times pic x(132).

           01 new-table.
               05 new-line occurs 200 times pic x(132).

      *> lcs-cell(i, j) is the number of lines the old file from
      *> line i on and the new file from line j on have in common,
      *> in order; the row and column past each file's last line
      *> stay zero.
           01 lcs-table.
               05 lcs-row occurs 201 times.
                   10 lcs-cell occurs 201 times pic 9(03).

      *> the lines removed and added since the last line the two
      *> versions share, paired off as changes when the run ends.
           77 removed-count pic 9(03).
           77 added-count   pic 9(03).
           77 pair-idx      pic 9(03).

           01 removed-table.
               05 removed-line-no occurs 200 times pic 9(03).

           01 added-table.
               05 added-line-no occurs 200 times pic 9(03).

           77 file-added   pic 9(04).
           77 file-removed pic 9(04).
           77 file-changed pic 9(04).

           77 files-compared pic 9(02) value zero.
           77 files-drifted  pic 9(02) value zero.
           77 critical-drift pic 9(02) value zero.
           77 files-broken   pic 9(02) value zero.
           77 lines-reported pic 9(05) value zero.
           77 snapshots-taken pic 9(02) value zero.

           77 confirm-initials pic x(03) value spaces.
           77 drift-confirmed pic x value "N".
               88 drift-is-confirmed value "Y".

           01 file-heading.
               05 filler       pic x      value space.
               05 fh-file-name pic x(20).
               05 filler       pic x      value space.
               05 fh-critical  pic x(08).
               05 filler       pic x      value space.
               05 fh-message   pic x(60).

           01 drift-detail.
               05 filler        pic x(03)  value space.
               05 dd-kind       pic x(07).
               05 filler        pic x      value space.
               05 dd-line-no    pic zz9.
               05 filler        pic x(02)  value space.
               05 dd-text       pic x(116).

           01 file-totals.
               05 filler        pic x(03)  value space.
               05 ft-added      pic zzz9.
               05 filler        pic x(07)  value " added,".
               05 ft-removed    pic zzz9.
               05 filler        pic x(09)  value " removed,".
               05 ft-changed    pic zzz9.
               05 filler        pic x(08)  value " changed".

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform load-watch-list.

           if watch-count = zero
               display "error: CONTROL-WATCH.DAT missing or empty --"
                   " no control file compared"
      *> non-zero so the morning status shows the check did not
      *> happen; the night itself is not held for it.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-snapshot-catalog.

           open output drift-file.

           move spaces to drift-line.
           string " CONTROL FILE DRIFT FOR " delimited by size
                  business-date delimited by size
                  into drift-line.
           write drift-line.

           perform varying watch-idx from 1 by 1
                   until watch-idx > watch-count
               perform compare-one-file
           end-perform.

           if critical-drift > zero
               perform read-confirm-card
           end-if.

           perform write-drift-verdict.

           close drift-file.

      *> a held night keeps the accepted snapshots as they are.
           if critical-drift = zero or drift-is-confirmed
               perform varying watch-idx from 1 by 1
                       until watch-idx > watch-count
                   if wt-drifted(watch-idx)
                           or wt-first-night(watch-idx)
                       perform take-snapshot
                   end-if
               end-perform
               perform rewrite-snapshot-catalog
           end-if.

           display "control files compared: " files-compared.
           display "files drifted:          " files-drifted.
           display "critical files drifted: " critical-drift.
           display "snapshots taken:        " snapshots-taken.

           evaluate true
               when critical-drift > zero and not drift-is-confirmed
                   display "window held: a critical control file has"
                       " changed -- see CONTROL-DRIFT.DAT; supervisor"
                       " confirmation card required"
      *> the night's steps name this one as predecessor at this
      *> code, so they wait rather than run on a changed file.
                   move 16 to return-code
               when files-broken > zero
                   move 8 to return-code
               when files-drifted > zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "ctldrift" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "ctldrift" to rl-program-name.
           move "END" to rl-event.
           move files-compared to rl-records-read.
           move lines-reported to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.


       read-business-date.

           move function current-date(1:8) to business-date.

           open input run-date-file.
           if run-date-status = "00"
               read run-date-file
                   not at end
                       if rdc-business-date is numeric
                           move rdc-business-date to business-date
                       end-if
               end-read
               close run-date-file
           end-if.

       load-watch-list.

           open input watch-file.
           if watch-file-status = "00"
               perform until no-more-watch
                   read watch-file
                       at end move "Y" to end-of-watch
                       not at end
                           if cw-file-name not = spaces
                                   and watch-count < 20
                               add 1 to watch-count
                               move cw-file-name
                                   to wt-file-name(watch-count)
                               move cw-critical
                                   to wt-critical(watch-count)
                               move "X" to wt-outcome(watch-count)
                           end-if
                   end-read
               end-perform
               close watch-file
           end-if.

       load-snapshot-catalog.

           open input catalog-file.
           if catalog-file-status = "00"
               perform until no-more-catalog
                   read catalog-file
                       at end move "Y" to end-of-catalog
                       not at end
                           if catalog-count < 500
                               add 1 to catalog-count
                               move cs-snap-name
                                   to ct-snap-name(catalog-count)
                               move cs-base-name
                                   to ct-base-name(catalog-count)
                               move cs-snap-date
                                   to ct-snap-date(catalog-count)
                           end-if
                   end-read
               end-perform
               close catalog-file
           end-if.

      *> one watched file: tonight's copy against the latest
      *> snapshot on the catalog, whatever night that was taken.
       compare-one-file.

           move wt-file-name(watch-idx) to fh-file-name.
           if wt-critical(watch-idx) = "C"
               move "CRITICAL" to fh-critical
           else
               move spaces to fh-critical
           end-if.

           perform find-latest-snapshot.

           move wt-file-name(watch-idx) to control-file-name.
           perform load-control-file.

           evaluate true
               when too-long = "Y"
                   move "too many lines to compare, not checked"
                       to fh-message
                   perform write-file-heading
                   add 1 to files-broken
               when control-file-status not = "00"
                       and latest-snap-name = spaces
                   move "not on file, nothing to compare"
                       to fh-message
                   perform write-file-heading
               when latest-snap-name = spaces
                   move "F" to wt-outcome(watch-idx)
                   move "first night watched, snapshot taken"
                       to fh-message
                   perform write-file-heading
               when other
                   perform compare-with-snapshot
           end-evaluate.

       find-latest-snapshot.

           move spaces to latest-snap-name.
           move spaces to latest-snap-date.

           perform varying catalog-idx from 1 by 1
                   until catalog-idx > catalog-count
               if ct-base-name(catalog-idx) = wt-file-name(watch-idx)
                       and ct-snap-date(catalog-idx)
                           >= latest-snap-date
                   move ct-snap-name(catalog-idx) to latest-snap-name
                   move ct-snap-date(catalog-idx) to latest-snap-date
               end-if
           end-perform.

      *> tonight's copy into the new table; a file gone from disk
      *> loads as no lines, so every line of the snapshot reads as
      *> removed.
       load-control-file.

           move zero to new-count.
           move "N" to too-long.
           move "N" to end-of-file.

           open input control-file.
           if control-file-status = "00"
               perform until at-end-of-file
                   read control-file
                       at end move "Y" to end-of-file
                       not at end
                           if new-count < 200
                               add 1 to new-count
                               move control-line
                                   to new-line(new-count)
                           else
                               move "Y" to too-long
                           end-if
                   end-read
               end-perform
               close control-file
           end-if.

       load-snapshot-file.

           move zero to old-count.
           move "N" to end-of-file.

           move latest-snap-name to snapshot-file-name.
           open input snapshot-file.
           if snapshot-file-status = "00"
               perform until at-end-of-file
                   read snapshot-file
                       at end move "Y" to end-of-file
                       not at end
                           if old-count < 200
                               add 1 to old-count
                               move snapshot-line
                                   to old-line(old-count)
                           else
                               move "Y" to too-long
                           end-if
                   end-read
               end-perform
               close snapshot-file
           end-if.

       compare-with-snapshot.

           perform load-snapshot-file.

           if snapshot-file-status not = "00"
               move spaces to fh-message
               string "snapshot " delimited by size
                      latest-snap-name delimited by space
                      " not on file, not compared"
                          delimited by size
                      into fh-message
               perform write-file-heading
               add 1 to files-broken
           else
               if too-long = "Y"
                   move "too many lines to compare, not checked"
                       to fh-message
                   perform write-file-heading
                   add 1 to files-broken
               else
                   add 1 to files-compared
                   perform report-file-drift
               end-if
           end-if.

      *> the longest run of lines both versions share, in order,
      *> is the part that did not change; every other line of the
      *> snapshot was removed and every other line of tonight's
      *> copy was added. a removal and an addition at the same
      *> place are the same line changed, and list as one.
       report-file-drift.

           perform build-common-lines.

           move zero to file-added.
           move zero to file-removed.
           move zero to file-changed.

           if lcs-cell(1, 1) = old-count
                   and old-count = new-count
               move "N" to wt-outcome(watch-idx)
               move spaces to fh-message
               string "no change since " delimited by size
                      latest-snap-date delimited by size
                      into fh-message
               perform write-file-heading
           else
               move "D" to wt-outcome(watch-idx)
               add 1 to files-drifted
               if wt-critical(watch-idx) = "C"
                   add 1 to critical-drift
               end-if
               move spaces to fh-message
               if control-file-status = "00"
                   string "changed since " delimited by size
                          latest-snap-date delimited by size
                          into fh-message
               else
                   move "M" to wt-outcome(watch-idx)
                   string "gone from disk since " delimited by size
                          latest-snap-date delimited by size
                          into fh-message
               end-if
               perform write-file-heading
               perform walk-common-lines
               move file-added to ft-added
               move file-removed to ft-removed
               move file-changed to ft-changed
               move file-totals to drift-line
               write drift-line
           end-if.

       build-common-lines.

           perform varying new-idx from 1 by 1
                   until new-idx > new-count + 1
               move zero to lcs-cell(old-count + 1, new-idx)
           end-perform.

           perform varying old-idx from old-count by -1
                   until old-idx < 1
               perform build-one-row
           end-perform.

       build-one-row.

           move zero to lcs-cell(old-idx, new-count + 1).

           perform varying new-idx from new-count by -1
                   until new-idx < 1
               if old-line(old-idx) = new-line(new-idx)
                   compute lcs-cell(old-idx, new-idx) =
                       lcs-cell(old-idx + 1, new-idx + 1) + 1
               else
                   if lcs-cell(old-idx + 1, new-idx)
                           >= lcs-cell(old-idx, new-idx + 1)
                       move lcs-cell(old-idx + 1, new-idx)
                           to lcs-cell(old-idx, new-idx)
                   else
                       move lcs-cell(old-idx, new-idx + 1)
                           to lcs-cell(old-idx, new-idx)
                   end-if
               end-if
           end-perform.

      *> the two versions side by side from the top: a shared line
      *> closes off whatever was removed and added before it.
       walk-common-lines.

           move 1 to old-idx.
           move 1 to new-idx.
           move zero to removed-count.
           move zero to added-count.

           perform until old-idx > old-count
                   and new-idx > new-count
               evaluate true
                   when old-idx > old-count
                       add 1 to added-count
                       move new-idx to added-line-no(added-count)
                       add 1 to new-idx
                   when new-idx > new-count
                       add 1 to removed-count
                       move old-idx to removed-line-no(removed-count)
                       add 1 to old-idx
                   when old-line(old-idx) = new-line(new-idx)
                       perform write-pending-lines
                       add 1 to old-idx
                       add 1 to new-idx
                   when lcs-cell(old-idx + 1, new-idx)
                           >= lcs-cell(old-idx, new-idx + 1)
                       add 1 to removed-count
                       move old-idx to removed-line-no(removed-count)
                       add 1 to old-idx
                   when other
                       add 1 to added-count
                       move new-idx to added-line-no(added-count)
                       add 1 to new-idx
               end-evaluate
           end-perform.

           perform write-pending-lines.

      *> the snapshot's line number for a removal, tonight's for an
      *> addition, and tonight's for a change with the old text on
      *> the line above the new.
       write-pending-lines.

           perform varying pair-idx from 1 by 1
                   until pair-idx > removed-count
                       and pair-idx > added-count
               evaluate true
                   when pair-idx > added-count
                       move "REMOVED" to dd-kind
                       move removed-line-no(pair-idx) to dd-line-no
                       move old-line(removed-line-no(pair-idx))
                           to dd-text
                       perform write-drift-detail
                       add 1 to file-removed
                   when pair-idx > removed-count
                       move "ADDED" to dd-kind
                       move added-line-no(pair-idx) to dd-line-no
                       move new-line(added-line-no(pair-idx))
                           to dd-text
                       perform write-drift-detail
                       add 1 to file-added
                   when other
                       move "WAS" to dd-kind
                       move removed-line-no(pair-idx) to dd-line-no
                       move old-line(removed-line-no(pair-idx))
                           to dd-text
                       perform write-drift-detail
                       move "NOW" to dd-kind
                       move added-line-no(pair-idx) to dd-line-no
                       move new-line(added-line-no(pair-idx))
                           to dd-text
                       perform write-drift-detail
                       add 1 to file-changed
               end-evaluate
           end-perform.

           move zero to removed-count.
           move zero to added-count.

       write-file-heading.

           move file-heading to drift-line.
           write drift-line.

       write-drift-detail.

           move drift-detail to drift-line.
           write drift-line.
           add 1 to lines-reported.

      *> only needed when a critical file drifted; one card, one
      *> confirmation, so it cannot quietly cover a later change.
       read-confirm-card.

           open input confirm-file.
           if confirm-file-status = "00"
               read confirm-file
                   not at end
                       if cf-initials not = spaces
                           move cf-initials to confirm-initials
                           move "Y" to drift-confirmed
                       end-if
               end-read
               close confirm-file
           end-if.

           if drift-is-confirmed
               display "critical control file drift confirmed by "
                   confirm-initials
               open output confirm-file
               close confirm-file
           end-if.

       write-drift-verdict.

           move spaces to drift-line.
           write drift-line.

           move spaces to drift-line.
           evaluate true
               when critical-drift > zero and drift-is-confirmed
                   string " CRITICAL DRIFT CONFIRMED BY "
                              delimited by size
                          confirm-initials delimited by size
                          into drift-line
               when critical-drift > zero
                   move " WINDOW HELD: CRITICAL DRIFT NOT CONFIRMED"
                       to drift-line
               when files-drifted > zero
                   move " DRIFT REPORTED, NO CRITICAL FILE CHANGED"
                       to drift-line
               when other
                   move " NO DRIFT" to drift-line
           end-evaluate.
           write drift-line.

      *> tonight's copy under its dated name; a second run on the
      *> same business date refreshes the same snapshot rather than
      *> cataloguing it twice. a file gone from disk is not
      *> snapshotted, so its last snapshot stays the comparison.
       take-snapshot.

           move wt-file-name(watch-idx) to control-file-name.
           move spaces to snapshot-file-name.
           string wt-file-name(watch-idx) delimited by space
                  ".S" delimited by size
                  business-date delimited by size
                  into snapshot-file-name.

           move "N" to end-of-file.

           open input control-file.
           if control-file-status = "00"
               open output snapshot-file
               perform until at-end-of-file
                   read control-file
                       at end move "Y" to end-of-file
                       not at end
                           move control-line to snapshot-line
                           write snapshot-line
                   end-read
               end-perform
               close control-file
               close snapshot-file
               add 1 to snapshots-taken
               perform add-to-catalog
           end-if.

       add-to-catalog.

           move zero to catalog-slot.
           perform varying catalog-idx from 1 by 1
                   until catalog-idx > catalog-count
               if ct-snap-name(catalog-idx) = snapshot-file-name
                   move catalog-idx to catalog-slot
               end-if
           end-perform.

           if catalog-slot = zero
               if catalog-count < 500
                   add 1 to catalog-count
                   move snapshot-file-name
                       to ct-snap-name(catalog-count)
                   move wt-file-name(watch-idx)
                       to ct-base-name(catalog-count)
                   move business-date to ct-snap-date(catalog-count)
               else
                   display "warning: snapshot catalog full, "
                       snapshot-file-name " not catalogued"
               end-if
           end-if.

       rewrite-snapshot-catalog.

           open output catalog-file.

           perform varying catalog-idx from 1 by 1
                   until catalog-idx > catalog-count
               move ct-snap-name(catalog-idx) to cs-snap-name
               move ct-base-name(catalog-idx) to cs-base-name
               move ct-snap-date(catalog-idx) to cs-snap-date
               write catalog-record
           end-perform.

           close catalog-file.
