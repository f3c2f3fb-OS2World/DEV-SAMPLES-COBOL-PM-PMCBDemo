      * remaining steps never run against bad data, and the driver
      * itself ends with the worst return code it saw.
      *
      * The stream: the PMBACKUP whole-file backup, PMSALLOAD,
      * then the PMFILECHK cross-file integrity check, then the
      * PMGLINTF ledger journal interface, then PMSALRPT, PMYOYRPT,
      * PMBUDRPT, PMREGRPT and the PMEXCRPT exception scan. A load
      * that ends with return code 4 (rejects on a reconciled
      * extract) is treated as a warning and the remaining steps
      * still run; a failed integrity check (8) halts the
      * reporting steps the same way a failed load does, and an
      * exception scan that flagged anything surfaces as a warning
      * on monend.log.
      * The journal interface runs only once the integrity check
      * has passed, so the ledger is never given figures from
      * files that disagree; codes posted to suspense come back as
      * a warning, an unbalanced journal halts the stream. The
      * period being run is shared with it in monend-period, so it
      * always takes the period from monparm.dat rather than from
      * whatever period was left on its own card; the moving
      * annual total report takes its month the same way.
      * The backup runs first so every load has a generation to
      * be recovered from; a backup that could not be taken (8)
      * halts the stream before the load touches anything.
      * The PMMATRPT moving annual total trend follows the
      * exception scan; a code whose moving total has fallen three
      * months running surfaces as a warning the same way.
      * Last of all PMRPTDIST bursts the four listings by region
      * and sends each region manager their own pack; a listing
      * missing or a line belonging to no region is a warning.
      * The run-control record has room for twelve step results.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       fd  RunCtlFile.
       01  RunCtlRecord.
           03  run-period             pic x(6).
           03                         pic x(322).

       fd  RunLogFile.
       01  RunLogRecord              pic x(80).
           88  stream-failed                     value 'Y'.

       01  this-period                pic x(6)   value spaces.
      *    Shared with the steps: PMGLINTF and PMMATRPT take it as
      *    the sign that they are running in the stream.
       01  monend-period              pic x(6)   external.
       01  step-name-work             pic x(8).
       01  step-rc-work               pic 99.
       01  step-count                 pic 99 comp-5 value 0.
       01  final-rc                   pic 99     value 0.

       01  stamp-work                 pic x(14).
           03  work-start-stamp       pic x(14).
           03  work-end-stamp         pic x(14).
           03  work-step-results.
               05  work-step-entry occurs 12.
                   07  ctl-step-name  pic x(8).
                   07  ctl-step-rc    pic 99.
                   07  ctl-step-stamp pic x(14).
           if not param-eof
               perform check-run-control
               if run-allowed
                   perform run-backup-step
                   perform run-load-step
                   perform run-filechk-step
                   perform run-glintf-step
                   perform run-salesrpt-step
                   perform run-yoyrpt-step
                   perform run-budrpt-step
                   perform run-regrpt-step
                   perform run-excrpt-step
                   perform run-matrpt-step
                   perform run-distrib-step
                   perform finish-run-control
               end-if
           end-if
               move "NO VALID PERIOD CARD - NOT RUN" to log-text
               perform write-log-line
               move 8 to final-rc
           end-if
           move this-period to monend-period.
      *---------------------------------------------------------*
      * A period that has already run to completion is refused;
      * an active or failed record is a rerun after a failure, so
           move 0 to step-rc-work
           move "RUN RESTARTED AFTER EARLIER FAILURE" to log-text
           perform write-log-line.
      *---------------------------------------------------------*
      * PMBACKUP copies demofile.ism, budfile.ism and democtl.ism
      * to a new generation before the load, so a bad load can be
      * rolled back by PMRECOVR.
      *---------------------------------------------------------*
       run-backup-step section.
           if not stream-failed
               move "BACKUP" to step-name-work
               move 0 to return-code
               call "PMBACKUP"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
       run-load-step section.
           if not stream-failed
               call "PMFILECHK"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
      * The ledger journal for the period goes out as soon as the
      * files are known to agree, with a correcting journal ahead
      * of it for any earlier period PMADJPOST or a late load has
      * changed since it was interfaced.
      *---------------------------------------------------------*
       run-glintf-step section.
           if not stream-failed
               move "GLINTF" to step-name-work
               move 0 to return-code
               call "PMGLINTF"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
       run-salesrpt-step section.
           if not stream-failed
               call "PMEXCRPT"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
       run-matrpt-step section.
           if not stream-failed
               move "MATRPT" to step-name-work
               move 0 to return-code
               call "PMMATRPT"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
      * The listings are burst to the region managers last, once
      * every report they draw on has been written.
      *---------------------------------------------------------*
       run-distrib-step section.
           if not stream-failed
               move "DISTRIB" to step-name-work
               move 0 to return-code
               call "PMRPTDIST"
               perform record-step-result
           end-if.
      *---------------------------------------------------------*
      * Every step's outcome goes to the run log and into the next
      * free slot of the run-control record, which is rewritten at
       record-step-result section.
           move return-code to step-rc-work
           perform get-timestamp
           if step-count < 12
               add 1 to step-count
               move step-name-work to ctl-step-name(step-count)
               move step-rc-work to ctl-step-rc(step-count)
