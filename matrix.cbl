       environment division.
       input-output section.
       file-control.
      *> a batch step that publishes its own grid leaves a one-shot
      *> job card on MATRIX-JOB.DAT, laid out as the control record,
      *> and calls this program; the card is consumed on reading, so
      *> the next run goes back to MATRIX-CONTROL.DAT.
           select control-file assign to control-file-name
               organization line sequential
               file status is control-file-status.

           select report-file assign to report-file-name
               organization line sequential.

           select csv-file assign to csv-file-name
               organization line sequential.

           select grid-a-file assign to grid-a-file-name
               organization line sequential
               file status is grid-a-status.

               88 mode-is-file-load value "F".
               88 mode-is-grid-add value "A".
               88 mode-is-grid-mult value "M".
               88 mode-is-data-grid value "D".
      *> a data grid is a file-loaded grid of measured values: a
      *> blank cell means no data, the cells may carry one implied
      *> decimal, and each row and column is summarized by its mean
      *> (M) or its total (T) over the cells that hold data. a grid
      *> stem names its own files -- <stem>-GRID.DAT in,
      *> <stem>-REPORT.DAT and <stem>.CSV out -- and the title heads
      *> the report; all blank keeps the MATRIX- files.
           05 cr-grid-stem pic x(08).
           05 cr-decimals pic 9(01).
           05 cr-summary pic x(01).
               88 summary-is-mean value "M".
           05 cr-title pic x(40).

       fd  report-file.
       01  report-line pic x(180).

      *> one LIGNE per record, comma-delimited, so the grid can be
      *> opened directly in a spreadsheet instead of retyped from the
       77 grid-a-status pic xx.
       77 grid-b-status pic xx.

       77 control-file-status pic xx.
       77 control-file-name pic x(20).
       77 report-file-name pic x(20).
       77 csv-file-name pic x(20).
       77 grid-a-file-name pic x(20).

       77 job-card-used pic x value "N".
           88 job-card-is-used value "Y".
       77 control-save pic x(55).

      *> which cells of a data grid actually hold data.
       01 tab-present.
           02 ligne-p occurs 20 times.
               03 cell-present pic x occurs 20 times.

       01 col-counts.
           05 col-count occurs 20 times pic 9(03).

       77 cell-scale pic 9(02).
       77 cell-value pic 9(03)v9.
       77 cell-edit-tenths pic zz9.9.
       77 cell-edit-units pic zzzz9.
       77 summary-sum pic 9(07).
       77 summary-count pic 9(03).
       77 summary-value pic 9(06)v9.
       77 summary-edit-tenths pic zzzzz9.9.
       77 summary-edit-units pic zzzzzzz9.
       77 summary-text pic x(08).
       77 label-right pic x(07) justified right.
       77 grand-sum pic 9(07).
       77 grand-count pic 9(03).

       01 data-print-detail.
           05 dp-row-label pic x(08).
           05 dp-cell occurs 20 times pic x(08).
           05 filler pic x(02) value spaces.
           05 dp-summary pic x(08).

       01 data-heading-detail.
           05 filler pic x(08) value spaces.
           05 dh-col-label occurs 20 times pic x(08).
           05 filler pic x(02) value spaces.
           05 dh-summary-label pic x(08).

       77 grid-eof pic x.
       77 grid-row pic 99.

       move 1 to line_index.

       move function current-date to run-timestamp.
       if not job-card-is-used
           display show_run_header
       end-if.

       evaluate true
           when mode-is-file-load
               perform load-grid-a
               perform load-grid-b
               perform combine-grids
           when mode-is-data-grid
               perform load-grid-a
           when other
               perform fill-sequential-grid
       end-evaluate.

       if mode-is-data-grid
           perform archive-data-grid
       else
           perform archive-grid
       end-if.


           perform write-runlog-end.

           open input grid-a-file.
           if grid-a-status not = "00"
               display "error: cannot open " grid-a-file-name
      *> non-zero so a calling job step can detect the missing grid.
               move 8 to return-code
               goback
                   move pg-row-label to row-label(grid-row)
                   perform varying b from 1 by 1
                           until b > cols_count
                       if pg-cell(b) is numeric
                           move pg-cell(b) to cellule(grid-row, b)
                           move "Y" to cell-present(grid-row, b)
                       else
                           move zero to cellule(grid-row, b)
                           move "N" to cell-present(grid-row, b)
                       end-if
                   end-perform
               end-if
           end-if.

       read-grid-size.

           move "N" to job-card-used.
           move "MATRIX-JOB.DAT" to control-file-name.
           open input control-file.
           if control-file-status = "00"
               read control-file
                   at end continue
                   not at end
                       move "Y" to job-card-used
                       move cr-rows to rows_count
                       move cr-cols to cols_count
               end-read
               close control-file
           end-if.

           if job-card-is-used
      *> one card, one grid: emptied here so it cannot quietly
      *> drive the next interactive run.
               move control-record to control-save
               open output control-file
               close control-file
               move control-save to control-record
           else
               move "MATRIX-CONTROL.DAT" to control-file-name
               open input control-file
               read control-file
                   at end continue
                   not at end
                       move cr-rows to rows_count
                       move cr-cols to cols_count
               end-read
               close control-file
           end-if.

           perform set-grid-file-names.

           perform clamp-grid-size.

       set-grid-file-names.

           if cr-grid-stem = spaces
               move "MATRIX-GRID-A.DAT" to grid-a-file-name
               move "MATRIX-REPORT.DAT" to report-file-name
               move "MATRIX-GRID.CSV" to csv-file-name
           else
               move spaces to grid-a-file-name
               string cr-grid-stem delimited by space
                      "-GRID.DAT" delimited by size
                      into grid-a-file-name
               move spaces to report-file-name
               string cr-grid-stem delimited by space
                      "-REPORT.DAT" delimited by size
                      into report-file-name
               move spaces to csv-file-name
               string cr-grid-stem delimited by space
                      ".CSV" delimited by size
                      into csv-file-name
           end-if.

           if cr-decimals = 1
               move 10 to cell-scale
           else
               move 1 to cell-scale
           end-if.

      *> tab's OCCURS DEPENDING ON can only hold 1 to 20 rows/columns,
      *> so a control record outside that range is clamped to the
      *> nearest bound rather than driving the table past it.
           if cols_count > grid-clamp
               move grid-clamp to cols_count
           end-if.

      *> the data grid's own publication: the title, the column
      *> labels, each row with its summary, then the summary row --
      *> blank cells print blank and stay out of every mean/total.
       archive-data-grid.

           open output report-file.
           open output csv-file.

           if cr-title not = spaces
               move cr-title to report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if.

           move spaces to data-heading-detail.
           perform varying b from 1 by 1 until b > cols_count
               move function trim(col-label(b)(1:7)) to label-right
               move label-right to dh-col-label(b)(2:7)
           end-perform.
           if summary-is-mean
               move " MOYENNE" to dh-summary-label
           else
               move "   TOTAL" to dh-summary-label
           end-if.
           if cols_count < 20
               move dh-summary-label to dh-col-label(cols_count + 1)
               move spaces to dh-summary-label
           end-if.
           move data-heading-detail to report-line.
           write report-line.

           perform write-data-csv-heading.

           perform varying b from 1 by 1 until b > cols_count
               move zero to col-sum(b)
               move zero to col-count(b)
           end-perform.
           move zero to grand-sum.
           move zero to grand-count.

           perform varying a from 1 by 1 until a > rows_count
               perform write-data-grid-row
           end-perform.

           perform write-data-summary-row.

           close report-file.
           close csv-file.

       write-data-grid-row.

           move spaces to data-print-detail.
           move row-label(a) to dp-row-label.

           move spaces to csv-line.
           move 1 to csv-ptr.
           string row-label(a) delimited by space
               into csv-line
               with pointer csv-ptr
           end-string.

           move zero to summary-sum.
           move zero to summary-count.

           perform varying b from 1 by 1 until b > cols_count
               if cell-present(a, b) = "Y"
                   add cellule(a, b) to summary-sum
                   add 1 to summary-count
                   add cellule(a, b) to col-sum(b)
                   add 1 to col-count(b)
                   add cellule(a, b) to grand-sum
                   add 1 to grand-count
                   perform edit-data-cell
                   move summary-text to dp-cell(b)
                   string "," delimited by size
                          function trim(summary-text) delimited by size
                       into csv-line
                       with pointer csv-ptr
                   end-string
               else
                   string "," delimited by size
                       into csv-line
                       with pointer csv-ptr
                   end-string
               end-if
           end-perform.

           perform edit-data-summary.
           perform place-data-summary.
           string "," delimited by size
                  function trim(summary-text) delimited by size
               into csv-line
               with pointer csv-ptr
           end-string.

           move data-print-detail to report-line.
           write report-line.
           write csv-line.

           display "row " a " " row-label(a) " = " summary-text.

       write-data-summary-row.

           move spaces to data-print-detail.
           if summary-is-mean
               move "MOYENNE" to dp-row-label
           else
               move "TOTAL" to dp-row-label
           end-if.

           move spaces to csv-line.
           move 1 to csv-ptr.
           string dp-row-label delimited by space
               into csv-line
               with pointer csv-ptr
           end-string.

           perform varying b from 1 by 1 until b > cols_count
               move col-sum(b) to summary-sum
               move col-count(b) to summary-count
               perform edit-data-summary
               move summary-text to dp-cell(b)
               string "," delimited by size
                      function trim(summary-text) delimited by size
                   into csv-line
                   with pointer csv-ptr
               end-string
           end-perform.

           move grand-sum to summary-sum.
           move grand-count to summary-count.
           perform edit-data-summary.
           perform place-data-summary.
           string "," delimited by size
                  function trim(summary-text) delimited by size
               into csv-line
               with pointer csv-ptr
           end-string.

           move spaces to report-line.
           write report-line.
           move data-print-detail to report-line.
           write report-line.
           write csv-line.

       write-data-csv-heading.

           move spaces to csv-line.
           move 1 to csv-ptr.

           perform varying b from 1 by 1 until b > cols_count
               string "," delimited by size
                      col-label(b) delimited by space
                   into csv-line
                   with pointer csv-ptr
               end-string
           end-perform.

           if summary-is-mean
               move "MOYENNE" to summary-text
           else
               move "TOTAL" to summary-text
           end-if.
           string "," delimited by size
                  summary-text delimited by space
               into csv-line
               with pointer csv-ptr
           end-string.

           write csv-line.

      *> the summary follows the last column in use, so a narrow
      *> grid does not print it a page-width away.
       place-data-summary.

           if cols_count < 20
               move summary-text to dp-cell(cols_count + 1)
           else
               move summary-text to dp-summary
           end-if.

      *> one cell, at the grid's implied decimal, right-aligned in
      *> eight places like the summary column.
       edit-data-cell.

           if cell-scale = 10
               compute cell-value = cellule(a, b) / 10
               move cell-value to cell-edit-tenths
               move spaces to summary-text
               move cell-edit-tenths to summary-text(4:5)
           else
               move cellule(a, b) to cell-edit-units
               move spaces to summary-text
               move cell-edit-units to summary-text(4:5)
           end-if.

      *> the mean of the cells holding data, or their total; a mean
      *> always carries its decimal, a total only at the grid's own.
       edit-data-summary.

           move spaces to summary-text.
           if summary-count > zero
               if summary-is-mean
                   compute summary-value rounded =
                       summary-sum / (summary-count * cell-scale)
                   move summary-value to summary-edit-tenths
                   move summary-edit-tenths to summary-text
               else
                   if cell-scale = 10
                       compute summary-value = summary-sum / 10
                       move summary-value to summary-edit-tenths
                       move summary-edit-tenths to summary-text
                   else
                       move summary-sum to summary-edit-units
                       move summary-edit-units to summary-text
                   end-if
               end-if
           end-if.
