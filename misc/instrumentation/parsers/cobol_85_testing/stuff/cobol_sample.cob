     select computation-results-file assign to "SQRESULT"
         organization is line sequential
         file status is computation-results-status.
     select timing-file assign to "TIMELOG"
         organization is line sequential
         file status is timing-file-status.

 Data division.
*>=============
 Fd  computation-results-file.
 01 computation-results-record pic X(31).

 Fd  timing-file.
 01 timing-record pic X(131).

 Fd  job-history-file.
 01 job-history-record.
     02 jh-run-date pic X(21).
 77 squares-control-status pic XX value spaces.
 77 job-history-status pic XX value spaces.
 77 computation-results-status pic XX value spaces.
 77 timing-file-status pic XX value spaces.

*> the computation loop is EXAMPLE's one test case - its start and
*> end go to TIMELOG alongside TESTPROG's and BRANCHCOVERAGE's.
 COPY TIMEREC.

 77 operation-code pic X value "S".
      88 operation-square value "S".
 77 run-had-errors-flag pic 9 value zero.
      88 run-had-errors value 1.

*> the shared run-ledger entry LEDGWRT puts on RUNLEDG at end of run.
 COPY RUNLEDG.

 Procedure division.
*>==================

     if computation-results-status not = "00" then
         open output computation-results-file
     end-if.
     open extend timing-file.
     if timing-file-status not = "00" then
         open output timing-file
     end-if.
     move coverage-program-name to tm-program-name
     move rd-run-id to tm-run-id
     move function current-date to tm-start-timestamp.

 Treatment section.
*>------------------
     move squares-upper-bound to tcn-upper-bound
     move run-test-case-name to count-test-case-header
     perform write-all-coverage-counter-to-file
     move count-test-case-header to tm-test-case-name
     move function current-date to tm-end-timestamp
     write timing-record from test-case-timing-record
     close timing-file
     perform write-run-trailer
     close coverage-log-file
     close coverage-index-file.
     else
         move zero to return-code
     end-if.
     perform write-run-ledger-record.
*>   and eventually ...
     stop run.

     move run-block-count to rt-block-count
     write coverage-log-record from run-trailer-fields.

 Write-run-ledger-record section.
*>-------------------------------
*>   the run's line on the shared ledger, under the coverage log's run
*>   id: the log with its blocks as control total, a results record
*>   per value computed, and the one job-history line.
     move coverage-program-name to lg-program-name
     move rd-run-id to lg-run-id
     move rd-start-timestamp to lg-start-timestamp
     move return-code to lg-return-code
     move 3 to lg-file-count
     move "example.clf" to lg-file-name (1)
     move zero to lg-records-read (1)
     compute lg-records-written (1) = run-block-count + 2
     move zero to lg-records-rejected (1)
     move run-block-count to lg-control-total (1)
     move "SQRESULT" to lg-file-name (2)
     move zero to lg-records-read (2)
     move squares-computed-count to lg-records-written (2)
     move zero to lg-records-rejected (2)
     move zero to lg-control-total (2)
     move "JOBHIST" to lg-file-name (3)
     move zero to lg-records-read (3)
     move 1 to lg-records-written (3)
     move zero to lg-records-rejected (3)
     move zero to lg-control-total (3)
     call "LEDGWRT" using run-ledger-area.

*>**************************************************************
*> SUBPROGRAM
*>**************************************************************
