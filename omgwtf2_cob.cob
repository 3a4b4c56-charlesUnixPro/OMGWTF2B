      * machine-readable dump of the final variable table, written by
      * dumpResults at every program exit (normal END, or a fatal error)
           select results-fd assign resultsFileName
             organization is line sequential
             file status is resultsFileStatus.

      * periodic snapshot of execution position and variables, so a
      * long decision run can be restarted where it left off instead

      * permanent run-history ledger: every exit appends one run
      * header plus the final variable values; the report mode reads
      * it back - see writeHistory/historyReport - and housekeeping
      * rolls closed months off into monthly archives. OPTIONAL so the
      * first run ever, and a report over no history, both work
           select optional history-fd assign historyFileName
             organization is line sequential
             file status is historyFileStatus.

      * usage accounting file: one fixed-layout record per run, job
      * or service request, for the monthly chargeback to bill from -
      * see writeAccounting/chargebackRun. Only ever extended;
      * OPTIONAL so the first run creates it
           select optional accounting-fd assign accountingFileName
             organization is line sequential
             file status is accountingFileStatus.

      * scenario master: the agreed business cases a cart is
      * certified against, keyed by scenario ID - see scenarioMaint
      * and certifyRun/certifyJob. OPTIONAL so the first ADD creates
      * it
           select optional scenario-fd assign scenarioFileName
             organization is indexed
             access mode is dynamic
             record key is scn-id
             file status is scenarioFileStatus.

      * promotion ledger: one line for every promotion and backout
      * between the test and production images, refused ones
      * included - see promoteRun. Never rewritten, only extended;
      * OPTIONAL so the first promotion creates it
           select optional promotion-fd assign promotionLedgerName
             organization is line sequential
             file status is promotionFileStatus.

      * catalog manifest: one record per directory entry of an image,
      * kept beside it - see writeManifest/checkManifest. OPTIONAL so
      * an image nobody has taken a manifest of yet is simply not
      * checked
           select optional manifest-fd assign manifestPath
             organization is line sequential
             file status is manifestFileStatus.

       data division.

       file section.

       01 history-record is global pic x(255).

       fd accounting-fd is global.

      * fixed layout: when the run ended (yyyymmdd-hhmmss), the
      * department charged, the program, the job number in a deck
      * (or the request number in a service; zero for a single run),
      * wall-clock seconds, BASIC statements executed, INPUT answers
      * consumed, passes run (Monte Carlo or sweep; one otherwise),
      * image sectors written, how it ended and which run directory
      * holds its artifacts
       01 accounting-record is global.
           05 acr-stamp pic x(15).
           05 filler pic x.
           05 acr-department pic x(8).
           05 filler pic x.
           05 acr-program pic x(12).
           05 filler pic x.
           05 acr-job pic 9(4).
           05 filler pic x.
           05 acr-seconds pic 9(7).
           05 filler pic x.
           05 acr-statements pic 9(10).
           05 filler pic x.
           05 acr-answers pic 9(7).
           05 filler pic x.
           05 acr-passes pic 9(7).
           05 filler pic x.
           05 acr-sectors pic 9(7).
           05 filler pic x.
           05 acr-reason pic x(24).
           05 filler pic x.
           05 acr-runDir pic x(40).

       fd scenario-fd is global.

      * one business case: which program, which seed (scn-seedGiven
      * zero means the run's own seed), the parameter lines in
      * injectParams format, the answer lines in batch answers format,
      * and the NAME=VALUE lines the results dump must show at the
      * end - the format dumpResults writes
       01 scenario-record is global.
           05 scn-id pic x(16).
           05 scn-description pic x(64).
           05 scn-program pic x(64).
           05 scn-seedGiven usage binary-long signed.
           05 scn-seed usage binary-long signed.
           05 scn-paramCount usage binary-long signed.
           05 scn-answerCount usage binary-long signed.
           05 scn-expectCount usage binary-long signed.
           05 scn-param occurs 32 times pic x(80).
           05 scn-answer occurs 64 times pic x(80).
           05 scn-expect occurs 64 times pic x(80).

       fd promotion-fd is global.

      * fixed layout, one record per promotion or backout: when,
      * what was done and whether it went through, the entry, who
      * asked, the CRC-32 of the production entry before and after
      * (zero where there was none), the versioned name the displaced
      * entry was kept under, and the certification report the
      * promotion rested on
       01 promotion-record is global.
           05 prm-stamp pic x(15).
           05 filler pic x.
           05 prm-action pic x(7).
           05 filler pic x.
           05 prm-outcome pic x(7).
           05 filler pic x.
           05 prm-program pic x(12).
           05 filler pic x.
           05 prm-operator pic x(16).
           05 filler pic x.
           05 prm-oldCrc pic 9(10).
           05 filler pic x.
           05 prm-newCrc pic 9(10).
           05 filler pic x.
           05 prm-backout pic x(12).
           05 filler pic x.
           05 prm-reason pic x(32).
           05 filler pic x.
           05 prm-certRef pic x(255).

       fd manifest-fd is global.

      * fixed layout: FILE or DIR, NAME.EXT, the sector count and
      * byte length, LOCKED or blank, the CRC-32 of the data in the
      * sector chain (zero for a directory), then the subdirectory
      * path it sits in, colon separated the way a catalog spec
      * gives it - blank for the root
       01 manifest-record is global.
           05 mfr-kind pic x(4).
           05 filler pic x.
           05 mfr-name pic x(12).
           05 filler pic x.
           05 mfr-sectors pic 9(5).
           05 filler pic x.
           05 mfr-bytes pic 9(7).
           05 filler pic x.
           05 mfr-lock pic x(6).
           05 filler pic x.
           05 mfr-crc pic 9(10).
           05 filler pic x.
           05 mfr-path pic x(128).

       fd checkpoint-fd is global.

      * fixed-layout snapshot: current line, TRAP line, the GOSUB and
      * - see recordAnswer/compareTranscripts
       01 recordFileName is global pic x(255) value spaces.
       01 recordFile is global usage pointer value NULL.

      * controllers: STICK, PADDLE, STRIG, PTRIG and the START,
      * SELECT and OPTION console keys, a row each - STICK0-3 are rows
      * 1-4, PADDLE0-7 rows 5-12, STRIG0-3 rows 13-16, PTRIG0-7 rows
      * 17-24, START, SELECT and OPTION rows 25-27. They read idle
      * unless the controller script's timeline (events AT a
      * statement count of the pass or on reaching a BASIC LINE,
      * applied in the order written) or, on an attended screen, a
      * mapped key moves them. A value meant for one read (PRESS, or
      * a key) falls back to the held value once read. In record
      * mode each read that changes a controller is written to the
      * record file's companion "<record file>.ctl" as a script
      * that replays it, and a batch run picks up
      * "<answers file>.ctl" the same way - see loadControllerScript,
      * controllerTick, readController
       01 controllerScriptName is global pic x(255) value spaces.
       01 controllerScriptBad is global usage binary-long signed
           value 0.
       01 controllerRecordFile is global usage pointer value NULL.
       01 controllerStatements is global usage binary-long unsigned
           value 0.
       01 ctlEventCount is global usage binary-long signed value 0.
       01 ctlEventNext is global usage binary-long signed value 1.
       01 ctlKeyCount is global usage binary-long signed value 0.
       01 controllerTable is global.
           05 controllerRow occurs 27 times.
               10 ctl-value usage binary-long signed.
               10 ctl-held usage binary-long signed.
               10 ctl-once usage binary-long signed.
               10 ctl-recorded usage binary-long signed.
       01 ctlEventTable is global.
           05 ctlEventRow occurs 1024 times.
               10 ce-kind usage binary-long signed.
               10 ce-when usage binary-long unsigned.
               10 ce-ctl usage binary-long signed.
               10 ce-value usage binary-long signed.
               10 ce-once usage binary-long signed.
       01 ctlKeyTable is global.
           05 ctlKeyRow occurs 64 times.
               10 ck-char usage binary-long signed.
               10 ck-ctl usage binary-long signed.
               10 ck-value usage binary-long signed.
       01 goldenFileName is global pic x(255) value spaces.
       01 verifyFailed is global usage binary-long signed value 0.

      * written once at program exit by dumpResults
       01 resultsFileName is global pic x(255)
           value "omgwtf2-results.txt".
       01 resultsFileStatus is global pic xx.

      * periodic checkpoint file: empty (the default) disables the
      * feature entirely - see saveCheckpoint/loadCheckpoint
               10 iocb-len usage binary-long signed.
               10 iocb-pos usage binary-long signed.
               10 iocb-cap usage binary-long signed.
               10 iocb-drive usage binary-long signed.

      * set by any write to the mounted image; tells flushAtrImage
      * there is something to recompute the header CRC over and spill
       01 lockWaitSeconds is global usage binary-long signed value 0.
       01 lockSoft is global usage binary-long signed value 0.

      * drives D1: through D8:. D1: - and a plain D: - is the image
      * OMGWTF2_ATR_FILE names; D2: to D8: are the images named by
      * OMGWTF2_DRIVE2 to OMGWTF2_DRIVE8, each mounted the first
      * time the program reaches for it, with its own geometry, lock
      * and write-back generations. Only the current drive sits in
      * atr-file and the geometry fields above; selectDrive banks the
      * outgoing drive's image and state in its row and brings the
      * wanted drive in, so every routine that works on "the mounted
      * image" works on whichever drive is current. A write-protected
      * drive (OMGWTF2_PROTECT_DRIVES) is mounted without taking the
      * advisory lock, so any number of runs can share it, and it
      * refuses every write - see selectDrive/flushAtrImage/
      * releaseImageLock
       01 currentDrive is global usage binary-long signed value 1.
       01 atrProtected is global usage binary-long signed value 0.
      * a drive first mounted partway through a run (see checkDrive)
      * must not take the run down with it: with mountSoft set, an
      * image that is bad or locked by another run sets mountFailed
      * and comes back instead of stopping, and selectDrive puts the
      * outgoing drive back
       01 mountSoft is global usage binary-long signed value 0.
       01 mountFailed is global usage binary-long signed value 0.
       01 driveTable is global.
           05 driveRow occurs 8 times.
               10 drv-fileName pic x(255).
               10 drv-protect usage binary-long signed.
               10 drv-mounted usage binary-long signed.
               10 drv-image usage pointer.
               10 drv-imageSize usage binary-long unsigned.
               10 drv-diskSize usage binary-long unsigned.
               10 drv-secSize usage binary-long signed.
               10 drv-dd256Boot usage binary-long signed.
               10 drv-dataBytes usage binary-long signed.
               10 drv-totalSectors usage binary-long signed.
               10 drv-mapLimit usage binary-long signed.
               10 drv-vtoc2Sector usage binary-long signed.
               10 drv-myDos usage binary-long signed.
               10 drv-wideLinks usage binary-long signed.
               10 drv-dirFirst usage binary-long signed.
               10 drv-dirLast usage binary-long signed.
               10 drv-dirty usage binary-long signed.
               10 drv-readOnly usage binary-long signed.
               10 drv-lockHeld usage binary-long signed.

      * the mounted disk image. The body is a flat byte run sized
      * for the largest supported geometry (a MyDOS double-density
      * image of 65535 sectors, 3 boot sectors of 128 then 256 each);
      * exit without running - see listProgram
       01 listMode is global usage binary-long signed value 0.

      * static verify mode: check the program's structure - jump
      * targets, reachability, FOR/NEXT and GOSUB/RETURN pairing,
      * DIM before use, variables read but never set - without
      * running it, write the defect report, and exit with the
      * defects code when anything turned up - see staticVerify.
      * staticDefects is the count the last check found
       01 staticVerifyMode is global usage binary-long signed value 0.
       01 staticDefects is global usage binary-long signed value 0.
       01 defectsFileName is global pic x(255)
           value "omgwtf2-defects.txt".

      * catalog audit mode: inventory every directory entry, walk
      * every chain, reconcile against the VTOC, then exit without
      * running the program - see auditCatalog
       01 jobNumber is global usage binary-long signed value 0.
       01 jobWrapup is global usage binary-long signed value 0.
       01 jobWorst is global usage binary-long signed value 0.
       01 jobSkippedCount is global usage binary-long signed value 0.
       01 jobFirstSkipped is global usage binary-long signed value 0.
      * the seed the deck started with, for jobs whose card does not
      * pin one with SEED=
       01 jobDeckSeed is global usage binary-long signed value 0.
       01 jobSummaryTable is global.
           05 jobRow occurs 256 times.
               10 jobProg pic x(12).
       01 librarianMode is global usage binary-long signed value 0.
       01 librarianCmd is global pic x(255) value spaces.

      * scenario master maintenance: one ADD/CHANGE/DELETE/LIST
      * command per invocation, then exit - see scenarioMaint
       01 scenarioFileName is global pic x(255)
           value "omgwtf2-scenarios.dat".
       01 scenarioFileStatus is global pic xx.
       01 scenarioMaintMode is global usage binary-long signed
           value 0.
       01 scenarioCmd is global pic x(255) value spaces.

      * certification run: every scenario in the ID range becomes a
      * card of a generated job deck; as each job ends its results
      * are held against the scenario's expected values and the
      * verdict goes to the certification report. certScnId maps a
      * job number back to its scenario; certChecked marks the jobs
      * that got a verdict, so a card the deck skipped still shows up
      * as failed - see certifyRun/certifyJob/certifyFinish
       01 certifyMode is global usage binary-long signed value 0.
       01 certifyFrom is global pic x(16) value spaces.
       01 certifyTo is global pic x(16) value spaces.
       01 certifyReportName is global pic x(255)
           value "omgwtf2-certify.txt".
       01 certifyReportFile is global usage pointer value NULL.
       01 certifyPassed is global usage binary-long signed value 0.
       01 certifyFailed is global usage binary-long signed value 0.
       01 certifyTable is global.
           05 certRow occurs 256 times.
               10 certScnId pic x(16).
               10 certChecked usage binary-char unsigned.

      * controlled promotion: promoteMode 1 copies the catalog entry
      * from the test image promoteFromName onto the production
      * image (OMGWTF2_ATR_FILE) once it verifies clean and the
      * certification report promoteCertName shows it passed; 2
      * backs the production entry out to its last kept version.
      * Both append to the promotion ledger - see promoteRun
       01 promoteMode is global usage binary-long signed value 0.
       01 promoteFromName is global pic x(255) value spaces.
       01 promoteCertName is global pic x(255) value spaces.
       01 promotionLedgerName is global pic x(255)
           value "omgwtf2-promotions.txt".
       01 promotionFileStatus is global pic xx.

      * catalog manifest and drift: manifestName overrides the
      * manifest's place (by default the image path plus
      * ".manifest"); manifestPath is the one actually in use for
      * the image mounted now. manifestCheck is what a run does when
      * the program it loads differs from the manifest: 0 nothing, 1
      * warn, 2 refuse to run it. The drift report lands in
      * driftReportName - see walkCatalog/writeManifest/
      * checkManifest/driftReport
       01 manifestName is global pic x(255) value spaces.
       01 manifestPath is global pic x(264) value spaces.
       01 manifestFileStatus is global pic xx.
       01 manifestCheck is global usage binary-long signed value 1.
       01 driftReportName is global pic x(255)
           value "omgwtf2-drift.txt".

      * the librarian's MIGRATE reconciliation report: source and
      * target side by side, entry by entry - see doMigrate
       01 migrateReportName is global pic x(255)
           value "omgwtf2-migrate.txt".

      * every entry of the mounted image, directories included, as
      * walkCatalog found it: kind, directory path and NAME.EXT,
      * where the directory entry sits, its flag byte, sector count,
      * byte length, lock bit and data CRC-32
       01 catalogTable is global.
           05 ctRow occurs 2048 times.
               10 ct-kind pic x(4).
               10 ct-path pic x(128).
               10 ct-name pic x(12).
               10 ct-dirSn usage binary-long signed.
               10 ct-dirEnt usage binary-long signed.
               10 ct-flag usage binary-long signed.
               10 ct-sectors usage binary-long signed.
               10 ct-bytes usage binary-long signed.
               10 ct-locked usage binary-char unsigned.
               10 ct-crc usage binary-long unsigned.
       01 ctCount is global usage binary-long signed value 0.

      * interactive debugger: debugMode arms the per-line check in
      * yylex; debugStep forces the prompt on the next line; one
      * breakpoint flag per possible BASIC line number, set and
       01 historyReportMode is global usage binary-long signed
           value 0.

      * usage accounting: what the current run (job, request) has
      * used so far, measured from the acctStart marks accountingStart
      * takes as it begins - see writeAccounting. The department is
      * the run's parameter, or a job card's DEPT=
       01 accountingFileName is global pic x(255)
           value "omgwtf2-accounting.txt".
       01 accountingFileStatus is global pic xx.
       01 departmentCode is global pic x(8) value "UNKNOWN".
       01 acctDepartment is global pic x(8) value "UNKNOWN".
       01 acctStartHundredths is global usage binary-long unsigned
           value 0.
       01 acctStartStatements is global usage binary-long unsigned
           value 0.
       01 acctAnswers is global usage binary-long unsigned value 0.
       01 acctSectors is global usage binary-long unsigned value 0.

      * chargeback mode: bill one month (yyyymm) of the accounting
      * file at the rates in the rate table and exit - see
      * chargebackRun. The bill is for people, the load file for
      * finance's ledger
       01 chargebackMonth is global pic x(6) value spaces.
       01 rateTableName is global pic x(255) value spaces.
       01 chargebackReportName is global pic x(255)
           value "omgwtf2-chargeback.txt".
       01 chargebackLoadName is global pic x(255)
           value "omgwtf2-chargeback.dat".

      * housekeeping mode: apply the retention policy and exit - see
      * housekeepRun. Expired run directories are bundled and purged,
      * closed months of the history ledger rolled off into monthly
      * archive files, and image generations past their age removed
       01 housekeepPolicyName is global pic x(255) value spaces.
       01 housekeepReportName is global pic x(255)
           value "omgwtf2-housekeeping.txt".

      * operator sign-on: the invoking user, as the system knows
      * them, must be in the operator table before anything runs,
      * and each privileged mode needs a role that grants it on the
      * image in hand - see signOn/authorize. The table sits at a
      * fixed path, out of reach of the environment, so nobody can
      * sign on against a table of their own; the table's LOG line
      * may move the security log. Where there is no table the run
      * goes unchecked, as it always has, but every privileged
      * action is still logged, to the security log and to syslog;
      * a table that is there but cannot be read signs nobody on
       01 operatorTableName is global pic x(255)
           value "/etc/omgwtf2/operators.txt".
       01 securityLogName is global pic x(255)
           value "/var/log/omgwtf2/security.log".
       01 operatorId is global pic x(16) value spaces.
       01 authEnforced is global usage binary-long signed value 0.
       01 authUserCount is global usage binary-long signed value 0.
       01 authUserTable is global.
           05 authUserRow occurs 128 times.
               10 au-user pic x(16).
               10 au-role pic x(16).
       01 authRoleCount is global usage binary-long signed value 0.
       01 authRoleTable is global.
           05 authRoleRow occurs 128 times.
               10 ar-role pic x(16).
               10 ar-mode pic x(10).
               10 ar-image pic x(255).

      * alerts: the abnormal exits, and the conditions worth waking
      * somebody for (an audit PROBLEM, a failed business rule, a
      * deck that skipped cards), are mapped by the alert
      * configuration to a severity and destinations. A repeat for
      * the same program and reason inside the window is held back;
      * the state file remembers when each was last sent. A caller
      * with a condition to report sets alertCondition and
      * alertDetail first - see loadAlertConfig/raiseAlert
       01 alertConfigName is global pic x(255) value spaces.
       01 alertStateName is global pic x(255)
           value "omgwtf2-alerts.state".
       01 alertWindowMinutes is global usage binary-long signed
           value 0.
       01 alertLoaded is global usage binary-long signed value 0.
       01 alertConfigBad is global usage binary-long signed value 0.
       01 alertCondition is global pic x(10) value spaces.
       01 alertDetail is global pic x(80) value spaces.
       01 alertCount is global usage binary-long signed value 0.
       01 alertTable is global.
           05 alertRow occurs 64 times.
               10 al-key pic x(10).
               10 al-severity pic x(8).
               10 al-dest pic x(6).
               10 al-target pic x(200).

      * per-run workspace: a unique run ID (start stamp plus pid)
      * names a directory under runBase, and every artifact still at
      * its default path - results, channel files, transcript, trace,
           value "omgwtf2-screen.txt".
       01 snapshotOnClear is global usage binary-long signed value 0.

      * bitmap frame: what GRAPHICS 3-11 draw with PLOT and DRAWTO,
      * one byte per pixel at the mode's real resolution (the text
      * window rows excluded) holding the pixel value - a color
      * register index, or the luminance or hue in the GTIA modes
      * 9-11. gfxWidth is zero in the text modes, where PLOT puts
      * the COLOR character on the shadow screen instead. The five
      * SETCOLOR registers (708-712) hold hue * 16 + luminance and
      * are applied only when a frame is written out as a picture
      * beside the text snapshot - see writeFrameImage
       01 gfxMode is global usage binary-long signed value 0.
       01 gfxWidth is global usage binary-long signed value 0.
       01 gfxHeight is global usage binary-long signed value 0.
       01 gfxColorCount is global usage binary-long signed value 256.
       01 gfxColor is global usage binary-long signed value 0.
       01 gfxCurX is global usage binary-long signed value 0.
       01 gfxCurY is global usage binary-long signed value 0.
       01 gfxDrawn is global usage binary-long signed value 0.
       01 gfxFrameCount is global usage binary-long signed value 0.
      * the registers come up at the OS power-on colors and, as on
      * the machine, keep whatever SETCOLOR gives them across
      * GRAPHICS statements
       01 gfxRegisterInit.
           05 filler usage binary-long signed value 40.
           05 filler usage binary-long signed value 202.
           05 filler usage binary-long signed value 148.
           05 filler usage binary-long signed value 70.
           05 filler usage binary-long signed value 0.
       01 gfxRegisters redefines gfxRegisterInit is global.
           05 gfxRegister occurs 5 times usage binary-long signed.
       01 gfxFrame is global.
           05 gfxPixel occurs 61440 times usage binary-char unsigned.

      * jiffy clock emulation (PEEK 18/19/20): hundredths-of-a-second
      * mark, captured once at startup, that PEEK converts to elapsed
      * jiffies (60ths of a second, wrapping every 65536 jiffies, just
               10 lin-new pic x(40).
       01 lineageCount is global usage binary-long signed value 0.

      * data dictionary: what each variable of the program means to
      * the business - a label, units, the valid range or code list
      * and whether the value is sensitive - read per program from
      * "<catalog name>.DIC" in the dictionary directory, a row per
      * variable of the table. The label rides next to the BASIC name
      * in the results dump, the ledger, the lineage and history
      * reports and the debugger; a sensitive value, and the INPUT
      * answer that fed it, is masked in the ledger, the transcript
      * and the recorded answers. transcriptMask is up while
      * logTranscript is to mask what it is handed - see
      * loadDictionary/dictionaryLabel
       01 dictionaryDir is global pic x(255) value spaces.
       01 dictionaryTable is global.
           05 dictionaryRow occurs 256 times.
               10 dic-label pic x(40).
               10 dic-units pic x(16).
               10 dic-range pic x(60).
               10 dic-sensitive usage binary-char unsigned.
       01 transcriptMask is global usage binary-long signed value 0.
      * what PRINT is about to be handed may be a copy of a
      * sensitive value rather than the variable itself: the last
      * sensitive scalar getVarValue/getVarValue1 read, and its
      * value, and the variable substrBuffer was last cut from
       01 sensitiveRead is global usage binary-long signed value 0.
       01 sensitiveReadVal is global usage computational-2.
       01 substrSource is global usage binary-long signed value 0.

      * post-run business rules: assertions over the final variable
      * table (numeric ranges, allowed string values,
      * required-present checks), evaluated on every exit path right
           value "omgwtf2-exceptions.txt".
       01 rulesFailed is global usage binary-long signed value 0.

      * decision notices: the requester's letter, merged from a
      * template and the final variable table at every normal END
      * the rules pass. A job deck's notices all land in the one
      * print file, noticeCount of them so far - see writeNotice
       01 noticeTemplateName is global pic x(255) value spaces.
       01 noticeFileName is global pic x(255)
           value "omgwtf2-notice.txt".
       01 noticeCount is global usage binary-long signed value 0.

      * Atari-exact BCD arithmetic mode: every arithmetic result is
      * squeezed through the hardware's 6-byte BCD float (ten decimal
      * digits, base-100 exponent) and back, so a parallel run's
                   15 mcValueCount usage binary-long unsigned.
                   15 mcValueText pic x(32).

      * answer-space sweep mode: the domain file lists, per INPUT
      * line, every answer the business allows there; the program is
      * run end-to-end once for every combination of those answers
      * (times every seed of the sweep's seed range), and each pass
      * becomes one row of the decision matrix - see sweepPrepare,
      * sweepEndOfPass and the doInput/doEnd/fatal hooks.
      * sweepPasses is the total pass count once the sweep is armed,
      * sweepDone the passes banked so far, sweepAbnormal the ones
      * that ended any way but a normal END
       01 sweepMode is global usage binary-long signed value 0.
       01 sweepDomainName is global pic x(255) value spaces.
       01 sweepMatrixName is global pic x(255)
           value "omgwtf2-matrix.txt".
       01 sweepVarList is global pic x(255) value spaces.
       01 sweepSeedsGiven is global usage binary-long signed value 0.
       01 sweepSeedFirst is global usage binary-long signed value 0.
       01 sweepSeedLast is global usage binary-long signed value 0.
       01 sweepSeed is global usage binary-long signed value 0.
       01 sweepPasses is global usage binary-long signed value 0.
       01 sweepDone is global usage binary-long signed value 0.
       01 sweepAbnormal is global usage binary-long signed value 0.
       01 sweepMatrixFile is global usage pointer value NULL.

      * the domain: one row per INPUT line, its allowed answers, and
      * which of them the current pass is feeding (sw-pick, the
      * odometer digit - the last domain line turns fastest)
       01 sweepLineCount is global usage binary-long signed value 0.
       01 sweepDomain is global.
           05 sweepLine occurs 64 times.
               10 sw-lineNum usage binary-long signed.
               10 sw-valueCount usage binary-long signed.
               10 sw-pick usage binary-long signed.
               10 sw-value occurs 16 times.
                   15 sw-valueLen usage binary-long signed.
                   15 sw-valueText pic x(64).

      * the decision variables that make the matrix's columns, as
      * 1-based variable table indexes
       01 sweepColCount is global usage binary-long signed value 0.
       01 sweepCols is global.
           05 sweepColVar occurs 256 times usage binary-long signed.

      * null-terminated "w" mode string for fopen, for report files
      * that are rewritten rather than appended to
       01 fopenModeWrite is global pic x(2) value x"7700".

       procedure division using by value desc.

      * a sweep pass that dies is one more row of the decision
      * matrix, not the end of the sweep; only the last pass comes
      * back to take the ordinary exit below
       if sweepPasses greater than 0 and sweepDone less than sweepPasses
         and shutdownActive equal zero then
           call "printf" using "SWEEP PASS FAILED: %s" & x"0a",
               by value desc
           if exitReason equal spaces then
               move "FATAL ERROR" to exitReason
           end-if
           call "sweepEndOfPass" using by value 1
       end-if

      * a failing job must not take the rest of the deck with it:
      * bank this job's outcome and move on. A fatal raised by the
      * job wind-down itself still falls through to the plain exit
           call "dumpResults"
           call "checkRules"
           call "writeHistory"
           call "writeAccounting"
           call "closeChannelFiles"
           call "closeIocbChannels"
           call "flushAtrImage"
       end-if
       call "printf" using "Fatal error: %s" & x"0a", by value desc
       call "reportRunDir"
       call "raiseAlert" using by value fatalExitCode
       move fatalExitCode to return-code
       stop run.


       procedure division using by value desc, by value n.

      * a dying sweep pass - same treatment as in fatal
       if sweepPasses greater than 0 and sweepDone less than sweepPasses
         and shutdownActive equal zero then
           call "printf" using "SWEEP PASS FAILED: %s %d" & x"0a",
               by value desc, by value n
           if exitReason equal spaces then
               move "FATAL ERROR" to exitReason
           end-if
           call "sweepEndOfPass" using by value 1
       end-if

      * a failing job must not take the rest of the deck with it -
      * same treatment as in fatal
       if jobStreamMode not equal 0 and shutdownActive equal zero
           call "dumpResults"
           call "checkRules"
           call "writeHistory"
           call "writeAccounting"
           call "closeChannelFiles"
           call "closeIocbChannels"
           call "flushAtrImage"
       call "printf" using "Fatal error: %s %d (0x%02x)" & x"0a",
                            by value desc, n, n
       call "reportRunDir"
       call "raiseAlert" using by value fatalExitCode
       move fatalExitCode to return-code
       stop run.

      **
      **   OMGWTF2_ATR_FILE      - path to the .atr disk image
      **                           (default "Executive Decision Maker.atr")
      **                           mounted as D1:, which a plain D:
      **                           also means
      **   OMGWTF2_DRIVE2 .. OMGWTF2_DRIVE8 - .atr images for drives
      **                           D2: through D8:, each mounted the
      **                           first time the program opens a
      **                           file on it (default: not present)
      **   OMGWTF2_PROTECT_DRIVES - drive numbers to mount write-
      **                           protected, as in "1" or "1,3":
      **                           no advisory lock is taken, so the
      **                           image can be shared, and every
      **                           write to it fails (default: none)
      **   OMGWTF2_CATALOG_NAME  - 8-char primary file name (default
      **                           "DECISION"); on a MyDOS image it
      **                           may carry a directory path, as in
      **   OMGWTF2_MONTE_CARLO_REPORT - path of the distribution
      **                           report (default
      **                           "omgwtf2-montecarlo.txt")
      **   OMGWTF2_SWEEP_DOMAIN  - answer-space sweep: a domain file
      **                           of "LINE ANSWER,ANSWER,..." rows,
      **                           one per INPUT line of the program
      **                           ("*" comments and blank lines are
      **                           skipped); the program is run once
      **                           for every combination of those
      **                           answers and each pass becomes a
      **                           row of the decision matrix. Every
      **                           INPUT on a line gets that line's
      **                           answer for the pass (default: off)
      **   OMGWTF2_SWEEP_SEEDS   - "FIRST-LAST" seed range the sweep
      **                           repeats every combination over, or
      **                           a single seed (default: the run's
      **                           one seed)
      **   OMGWTF2_SWEEP_VARS    - comma-separated decision variables
      **                           for the matrix's columns, as the
      **                           results file names them (default:
      **                           every variable)
      **   OMGWTF2_SWEEP_MATRIX  - path of the decision matrix
      **                           (default "omgwtf2-matrix.txt" in
      **                           the run directory)
      **   OMGWTF2_RECORD_FILE   - write every answer the operator
      **                           (or the batch reader) gives to
      **                           INPUT out to this file, one per
      **                           line - a ready-made
      **                           OMGWTF2_ANSWERS_FILE for replaying
      **                           the session - and the controller
      **                           reads to "<file>.ctl", the script
      **                           that replays them (default: off)
      **   OMGWTF2_CONTROLLER_SCRIPT - controller timeline for STICK,
      **                           PADDLE, STRIG, PTRIG and the START,
      **                           SELECT and OPTION console keys, one
      **                           entry per line ("*" comments):
      **                             AT n control value - once the
      **                               pass has run n statements
      **                             LINE n control value - on
      **                               reaching BASIC line n
      **                             KEY k control value - on an
      **                               attended screen key k (a
      **                               character, SPACE, ENTER or TAB)
      **                               stands in for the control
      **                           where control is STICK0-3,
      **                           PADDLE0-7, STRIG0-3, PTRIG0-7,
      **                           START, SELECT or OPTION, a stick
      **                           value is 0-15 or UP, DOWN, LEFT,
      **                           RIGHT, UPLEFT, UPRIGHT, DOWNLEFT,
      **                           DOWNRIGHT, CENTRE, a paddle 0-228,
      **                           a button DOWN, UP or PRESS (down
      **                           for one read; triggers also take
      **                           0 and 1). Events apply in the order
      **                           written, each once its trigger is
      **                           met. Without KEY lines the keys are
      **                           W A S D (Q E Z C diagonals) for
      **                           STICK0, space for STRIG0 and 4 3 2
      **                           for START SELECT OPTION (default:
      **                           "<answers file>.ctl" when that
      **                           exists, else controllers idle)
      **   OMGWTF2_GOLDEN_TRANSCRIPT - compare this saved transcript
      **                           against the session's transcript
      **                           at a normal END; a difference is
      **   OMGWTF2_SCREEN_FILE   - path the rendered screen
      **                           snapshots append to (default
      **                           "omgwtf2-screen.txt" in the run
      **                           directory); a GRAPHICS 3-11
      **                           picture is written beside it as
      **                           "<name>-nnn.ppm" (a trailing .txt
      **                           dropped) at each clear and at
      **                           end of run
      **   OMGWTF2_SNAPSHOT_ON_CLEAR - if set to anything, write a
      **                           snapshot of the screen as it stood
      **                           just before every clear-screen, in
      **                           followed by a variable and line
      **                           cross-reference, then exit without
      **                           running it (default: off)
      **   OMGWTF2_STATIC_VERIFY - if set to anything, check the
      **                           program without running it:
      **                           jump targets that do not exist,
      **                           unreachable lines, FOR with no
      **                           NEXT, RETURN with no GOSUB, strings
      **                           used before their DIM, variables
      **                           read but never set (the parameter
      **                           file, if given, counts as setting
      **                           them). Writes the defect report and
      **                           exits with the defects code when
      **                           anything turned up (default: off)
      **   OMGWTF2_DEFECTS_FILE  - path of the defect report
      **                           (default "omgwtf2-defects.txt" in
      **                           the run directory)
      **   OMGWTF2_CATALOG_AUDIT - if set to anything, list every
      **                           directory entry on the mounted
      **                           image, walk every file's sector
      **                           chain, reconcile against the VTOC
      **                           free map, and exit without running
      **                           anything. A drive number (2, D2 or
      **                           D2:) audits that drive instead of
      **                           D1: (default: off)
      **   OMGWTF2_JOB_DECK      - a deck file of job cards; the image
      **                           is mounted once and each card runs
      **                           as one job in its own workspace
      **                           per-job exit codes written at the
      **                           end of the deck. A card reads
      **                             PROG=NAME.EXT [ANSWERS=path]
      **                             [PARAMS=path] [SEED=n]
      **                             [DEPT=code]
      **                           SEED= pins that job's RND seed,
      **                           DEPT= the department charged;
      **                           blank lines and lines opening with
      **                           * are comments (default: off)
      **   OMGWTF2_SERVICE_PIPE  - decision service mode: mount the
      **                           to per request (default: the
      **                           response goes to standard output)
      **   OMGWTF2_LIBRARIAN     - one disk-housekeeping command, then
      **                           exit without running anything; a
      **                           leading drive (D2: FORMAT SD) works
      **                           on that drive's image, and DRIFT
      **                           and MIGRATE take a drive for the
      **                           other image too:
      **                             FORMAT SD|ED|DD [MYDOS]
      **                               build a fresh blank image (with
      **                               an empty VTOC and directory) at
      **                               OMGWTF2_ATR_FILE, DOS 2 layout
      **                               unless MYDOS is given
      **                             MIGRATE newimage SD|ED|DD [MYDOS]
      **                               repack every entry of
      **                               OMGWTF2_ATR_FILE, subdirectories
      **                               and lock flags included, onto a
      **                               newly formatted image (which
      **                               must not exist yet), then
      **                               reconcile the two
      **                             EXPORT NAME.EXT hostpath
      **                               copy a directory entry's data
      **                               out to a host file
      **                             RENAME OLD.EXT NEW.EXT
      **                             LOCK NAME.EXT
      **                             UNLOCK NAME.EXT
      **                             MANIFEST
      **                               write the image's catalog
      **                               manifest afresh
      **                             DRIFT otherimage
      **                               compare every entry with
      **                               another image: missing, extra,
      **                               changed content, lock flag
      **                           (default: off)
      **   OMGWTF2_SCENARIO_FILE - the indexed scenario master
      **                           (default "omgwtf2-scenarios.dat")
      **   OMGWTF2_SCENARIO_MAINT - one scenario master command, then
      **                           exit without running anything:
      **                             ADD id cardfile
      **                             CHANGE id cardfile
      **                             DELETE id
      **                             LIST [fromid [toid]]
      **                           a card file holds one scenario as
      **                           keyword lines: DESC text, PROG
      **                           NAME.EXT, SEED n, then any number
      **                           of PARAM NAME=VALUE, ANSWER text
      **                           and EXPECT NAME=VALUE lines; CHANGE
      **                           replaces the whole scenario
      **                           (default: off)
      **   OMGWTF2_CERTIFY       - certification run: ALL, one
      **                           scenario id, or "fromid toid";
      **                           every scenario in range is run as
      **                           a job of a generated job deck and
      **                           its results are held against the
      **                           scenario's expected values. Any
      **                           failure exits with the certify
      **                           code (default: off)
      **   OMGWTF2_CERTIFY_REPORT - path of the pass/fail report
      **                           (default "omgwtf2-certify.txt" in
      **                           the run directory)
      **   OMGWTF2_PROMOTE       - path of the test image: promote
      **                           the catalog entry from it onto the
      **                           production image (OMGWTF2_ATR_FILE)
      **                           under the production image lock,
      **                           then exit. Refused unless the test
      **                           copy verifies clean and the
      **                           certification report shows it
      **                           passed; the production entry it
      **                           replaces is kept as NAME.Bnn
      **                           (default: off)
      **   OMGWTF2_PROMOTE_CERT  - the certification report a
      **                           promotion rests on (required with
      **                           OMGWTF2_PROMOTE)
      **   OMGWTF2_BACKOUT       - if set to anything, put the catalog
      **                           entry's newest kept NAME.Bnn
      **                           version back live on the image,
      **                           then exit (default: off)
      **   OMGWTF2_PROMOTION_LEDGER - path of the promotion ledger
      **                           (default "omgwtf2-promotions.txt")
      **   OMGWTF2_MANIFEST      - path of the image's catalog
      **                           manifest (default: the image path
      **                           plus ".manifest"); the librarian's
      **                           MANIFEST command and every
      **                           promotion or backout rewrite it
      **   OMGWTF2_MANIFEST_CHECK - what a run does when the program
      **                           it loads is missing from the
      **                           manifest or differs from it: OFF,
      **                           WARN or REFUSE (default WARN; an
      **                           image with no manifest is not
      **                           checked)
      **   OMGWTF2_DRIFT_REPORT  - path of the librarian's DRIFT
      **                           report (default "omgwtf2-drift.txt"
      **                           in the run directory)
      **   OMGWTF2_MIGRATE_REPORT - path of the librarian's MIGRATE
      **                           reconciliation report (default
      **                           "omgwtf2-migrate.txt" in the run
      **                           directory)
      **   OMGWTF2_DEBUG         - if set to anything, arm the
      **                           interactive debugger: ctrl-B at an
      **                           attended screen drops into the
      **                           (default "omgwtf2-history.txt");
      **                           point it at /dev/null to turn
      **                           history off
      **   OMGWTF2_ACCOUNTING_FILE - path of the usage accounting
      **                           file every run, job and service
      **                           request appends a record to
      **                           (default "omgwtf2-accounting.txt";
      **                           OFF turns accounting off)
      **   OMGWTF2_DEPARTMENT    - department / cost centre the run
      **                           is charged to, up to 8 characters
      **                           (default UNKNOWN); a job card's
      **                           DEPT= overrides it for that job
      **   OMGWTF2_CHARGEBACK    - bill the month given (yyyymm) out
      **                           of the accounting file and exit
      **                           without running anything: a bill
      **                           per department plus control
      **                           totals, and a fixed-layout load
      **                           file for finance
      **   OMGWTF2_RATE_TABLE    - rates for the chargeback, one per
      **                           line: DEPARTMENT ITEM RATE, where
      **                           DEPARTMENT is DEFAULT or a code
      **                           that overrides it and ITEM is RUN,
      **                           SECOND, KSTMT (per thousand
      **                           statements), ANSWER, PASS or
      **                           SECTOR; lines opening with * are
      **                           comments
      **   OMGWTF2_CHARGEBACK_REPORT - path of the bill (default
      **                           "omgwtf2-chargeback.txt" in the run
      **                           directory)
      **   OMGWTF2_CHARGEBACK_LOAD - path of the load file (default
      **                           "omgwtf2-chargeback.dat" in the run
      **                           directory)
      **   OMGWTF2_HOUSEKEEP     - apply the retention policy in the
      **                           file named and exit without running
      **                           anything: expired run directories
      **                           bundled (tar.gz) and purged, closed
      **                           months of the history ledger rolled
      **                           into monthly archive files, old
      **                           image generations removed - see
      **                           housekeepRun for the policy lines
      **   OMGWTF2_HOUSEKEEP_REPORT - path of the housekeeping report
      **                           (default "omgwtf2-housekeeping.txt"
      **                           in the run directory)
      **   OMGWTF2_HISTORY_REPORT - summarize the ledger and exit
      **                           without running anything. Give a
      **                           yyyymmdd-yyyymmdd range to limit
      **   OMGWTF2_IMAGE_RESTORE - put generation n (1-9) back as
      **                           the master image and exit without
      **                           running anything (default: off)
      **   (OMGWTF2_LIBRARIAN, OMGWTF2_IMAGE_RESTORE, OMGWTF2_LOCK_SOFT,
      **   OMGWTF2_PROMOTE, OMGWTF2_BACKOUT, OMGWTF2_SCENARIO_MAINT and
      **   the debugger's modify are privileged: the operator table
      **   decides who may use them on which image - see signOn)
      **   OMGWTF2_LINEAGE       - comma-separated decision variable
      **                           names to watch; every assignment
      **                           to them (old value, new value,
      **   OMGWTF2_LINEAGE_FILE  - path of the lineage report
      **                           (default "omgwtf2-lineage.txt" in
      **                           the run directory)
      **   OMGWTF2_DICTIONARY_DIR - directory of data dictionaries, one
      **                           per catalog program named
      **                           "<catalog name>.DIC", a line per
      **                           variable ("*" comments):
      **                             NAME | label | units | range or
      **                               code list | SENSITIVE
      **                           e.g. "X1 | Annual salary | USD |
      **                           0 TO 250000 | SENSITIVE"; trailing
      **                           fields may be left off. NAME is
      **                           as the results dump shows it.
      **                           Labels are shown beside the names
      **                           in the results dump ("*" lines),
      **                           ledger, lineage and history reports
      **                           and the debugger; SENSITIVE values
      **                           and their INPUT answers are masked
      **                           in the ledger, transcript and
      **                           recorded answers (default: off)
      **   OMGWTF2_RULES_FILE    - business-rule assertions over the
      **                           final variable table, one per line,
      **                           checked on every exit path:
      **   OMGWTF2_EXCEPTIONS_FILE - path of the exceptions report
      **                           (default "omgwtf2-exceptions.txt"
      **                           in the run directory)
      **   OMGWTF2_NOTICE_TEMPLATE - decision notice template, merged
      **                           with the final variable table at
      **                           every normal END whose rules pass:
      **                             {NAME$} {X}   the value
      **                             {X:ZZZ,ZZ9.99-} a number through
      **                                 an edit mask (9 Z , . - +)
      **                             {IF D$ = YES} (= <> < > <= >=)
      **                             {ELSE} {ENDIF} on lines alone,
      **                                 nesting
      **                             {{            a brace
      **                           (default: off)
      **   OMGWTF2_NOTICE_FILE   - path of the notice (default
      **                           "omgwtf2-notice.txt" in the run
      **                           directory); a job deck prints all
      **                           its jobs' notices into it, a page
      **                           and header each, and a service
      **                           writes "<name>-nnnn.txt" per
      **                           request
      **   OMGWTF2_ALERT_CONFIG  - alert configuration: which exit
      **                           reasons and conditions alert
      **                           whom, one entry per line ("*"
      **                           starts a comment):
      **                             ALERT key severity dest [target]
      **                               key: FATAL WATCHDOG BATCH
      **                               VERIFY PREFLIGHT RULES LOCKED
      **                               DEFECTS CERTIFY DRIFT DENIED
      **                               (the exit codes), PROBLEM (an
      **                               audit PROBLEM line), RULEFAIL
      **                               (a failed business rule),
      **                               SKIPPED (deck cards skipped),
      **                               or * for any key with no entry
      **                               of its own; severity CRITICAL
      **                               MAJOR MINOR WARNING INFO; dest
      **                               SYSLOG, MAIL command (the alert
      **                               is piped to it) or DROP file
      **                               (the alert line is appended)
      **                             WINDOW minutes
      **                               hold back a repeat for the same
      **                               program and key (default 0:
      **                               send every one)
      **                             STATE path
      **                               where the last-sent times are
      **                               kept (default
      **                               "omgwtf2-alerts.state")
      **                           (default: no alerts)
      **   OMGWTF2_BCD           - if set to anything, round every
      **                           arithmetic result to the 6-byte
      **                           BCD float the hardware computes

       01 envBuf pic x(255).

      * drive images D2: to D8:
       01 driveEnvName pic x(14) value "OMGWTF2_DRIVEn".
       01 driveDigit pic 9.
       01 dn usage binary-long signed.

       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 prefixLen usage binary-long signed.
       01 en2 usage binary-long signed.
       01 ch2 pic x.

      * sweep seed range (FIRST-LAST)
       01 seedFirstText pic x(20).
       01 seedLastText pic x(20).

       procedure division.

      * the per-run workspace comes first, so the default artifact
           move envBuf to atrFileName
       end-if

      * D1: is the image above; D2: to D8: are named one variable
      * apiece, and any of them may be mounted write-protected
       move atrFileName to drv-fileName(1)
       perform varying dn from 2 by 1 until dn greater than 8
           move dn to driveDigit
           move driveDigit to driveEnvName(14:1)
           move spaces to envBuf
           accept envBuf from environment driveEnvName
           move envBuf to drv-fileName(dn)
       end-perform

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_PROTECT_DRIVES"
       perform varying csI from 1 by 1 until csI greater than 40
           evaluate envBuf(csI:1)
             when "1" thru "8"
               move envBuf(csI:1) to driveDigit
               move 1 to drv-protect(driveDigit)
             when "," when space
               continue
             when other
               display "OMGWTF2_PROTECT_DRIVES wants drive numbers"
                   " 1-8, as in 1,3"
               move exitCodeFatal to return-code
               stop run
           end-evaluate
       end-perform

      * the catalog name may carry a MyDOS directory path, as in
      * D:1987.QTR4:DECISION.BAS - the optional device and the
      * directory components peel off here, and resolveCatalogDir
           move envBuf to monteCarloReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SWEEP_DOMAIN"
       if envBuf not equal spaces then
           move envBuf to sweepDomainName
           move 1 to sweepMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SWEEP_SEEDS"
       if envBuf not equal spaces then
           move spaces to seedFirstText
           move spaces to seedLastText
           unstring envBuf delimited by "-"
               into seedFirstText, seedLastText
           end-unstring
           compute sweepSeedFirst equal function numval (seedFirstText)
           if seedLastText equal spaces then
               move sweepSeedFirst to sweepSeedLast
           else
               compute sweepSeedLast equal
                   function numval (seedLastText)
           end-if
           if sweepSeedLast less than sweepSeedFirst then
               move sweepSeedFirst to sweepSeedLast
           end-if
           move 1 to sweepSeedsGiven
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SWEEP_VARS"
       if envBuf not equal spaces then
           move envBuf to sweepVarList
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SWEEP_MATRIX"
       if envBuf not equal spaces then
           move envBuf to sweepMatrixName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_RECORD_FILE"
       if envBuf not equal spaces then
           move envBuf to recordFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CONTROLLER_SCRIPT"
       if envBuf not equal spaces then
           move envBuf to controllerScriptName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_GOLDEN_TRANSCRIPT"
       if envBuf not equal spaces then
           move 1 to listMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_STATIC_VERIFY"
       if envBuf not equal spaces then
           move 1 to staticVerifyMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_DEFECTS_FILE"
       if envBuf not equal spaces then
           move envBuf to defectsFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CATALOG_AUDIT"
       if envBuf not equal spaces then
           move 1 to auditMode
      * "2", "D2" or "D2:" audits that drive; anything else is D1:
           move function upper-case (envBuf) to envBuf
           move 1 to csI
           if envBuf(1:1) equal "D" then
               move 2 to csI
           end-if
           if envBuf(csI:1) not less than "1"
             and envBuf(csI:1) not greater than "8"
             and (envBuf(csI + 1:1) equal space
                  or envBuf(csI + 1:1) equal ":") then
               move envBuf(csI:1) to driveDigit
               move driveDigit to auditMode
               if drv-fileName(auditMode) equal spaces then
                   display "OMGWTF2_CATALOG_AUDIT names drive D"
                       driveDigit ": but OMGWTF2_DRIVE" driveDigit
                       " is not set"
                   move exitCodeFatal to return-code
                   stop run
               end-if
           end-if
       end-if

       move spaces to envBuf
           move 1 to librarianMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SCENARIO_FILE"
       if envBuf not equal spaces then
           move envBuf to scenarioFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_SCENARIO_MAINT"
       if envBuf not equal spaces then
           move envBuf to scenarioCmd
           move 1 to scenarioMaintMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CERTIFY"
       if envBuf not equal spaces then
           move 1 to certifyMode
           if function upper-case (envBuf(1:4)) not equal "ALL "
             then
               unstring envBuf delimited by all space
                   into certifyFrom, certifyTo
               end-unstring
               if certifyTo equal spaces then
                   move certifyFrom to certifyTo
               end-if
           end-if
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CERTIFY_REPORT"
       if envBuf not equal spaces then
           move envBuf to certifyReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_PROMOTE"
       if envBuf not equal spaces then
           move envBuf to promoteFromName
           move 1 to promoteMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_PROMOTE_CERT"
       if envBuf not equal spaces then
           move envBuf to promoteCertName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_BACKOUT"
       if envBuf not equal spaces then
           move 2 to promoteMode
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_PROMOTION_LEDGER"
       if envBuf not equal spaces then
           move envBuf to promotionLedgerName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_MANIFEST"
       if envBuf not equal spaces then
           move envBuf to manifestName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_MANIFEST_CHECK"
       if envBuf not equal spaces then
           evaluate function upper-case (envBuf(1:6))
             when "OFF"
               move 0 to manifestCheck
             when "WARN"
               move 1 to manifestCheck
             when "REFUSE"
               move 2 to manifestCheck
             when other
               display "OMGWTF2_MANIFEST_CHECK must be OFF, WARN or"
                   " REFUSE"
               move exitCodeFatal to return-code
               stop run
           end-evaluate
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_DRIFT_REPORT"
       if envBuf not equal spaces then
           move envBuf to driftReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_MIGRATE_REPORT"
       if envBuf not equal spaces then
           move envBuf to migrateReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_DEBUG"
       if envBuf not equal spaces then
           move envBuf to historyFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_ACCOUNTING_FILE"
       if envBuf not equal spaces then
           if function upper-case (envBuf) equal "OFF" then
               move spaces to accountingFileName
           else
               move envBuf to accountingFileName
           end-if
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_DEPARTMENT"
       if envBuf not equal spaces then
           move function upper-case (envBuf(1:8)) to departmentCode
       end-if
       move departmentCode to acctDepartment

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CHARGEBACK"
       if envBuf not equal spaces then
           if envBuf(1:6) is not numeric or envBuf(7:1) not equal space
             or envBuf(5:2) less than "01"
             or envBuf(5:2) greater than "12" then
               display "OMGWTF2_CHARGEBACK wants the month to bill as"
                   " yyyymm"
               move exitCodeFatal to return-code
               stop run
           end-if
           move envBuf(1:6) to chargebackMonth
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_RATE_TABLE"
       if envBuf not equal spaces then
           move envBuf to rateTableName
       end-if
       if chargebackMonth not equal spaces
         and rateTableName equal spaces then
           display "OMGWTF2_CHARGEBACK needs OMGWTF2_RATE_TABLE"
           move exitCodeFatal to return-code
           stop run
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CHARGEBACK_REPORT"
       if envBuf not equal spaces then
           move envBuf to chargebackReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_CHARGEBACK_LOAD"
       if envBuf not equal spaces then
           move envBuf to chargebackLoadName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_HOUSEKEEP"
       if envBuf not equal spaces then
           move envBuf to housekeepPolicyName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_HOUSEKEEP_REPORT"
       if envBuf not equal spaces then
           move envBuf to housekeepReportName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_HISTORY_REPORT"
       if envBuf not equal spaces then
           move envBuf to lineageFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_DICTIONARY_DIR"
       if envBuf not equal spaces then
           move envBuf to dictionaryDir
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_RULES_FILE"
       if envBuf not equal spaces then
           move envBuf to exceptionsFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_NOTICE_TEMPLATE"
       if envBuf not equal spaces then
           move envBuf to noticeTemplateName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_NOTICE_FILE"
       if envBuf not equal spaces then
           move envBuf to noticeFileName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_ALERT_CONFIG"
       if envBuf not equal spaces then
           move envBuf to alertConfigName
       end-if

       move spaces to envBuf
       accept envBuf from environment "OMGWTF2_BCD"
       if envBuf not equal spaces then
                  "/omgwtf2-montecarlo.txt" delimited by size
                  into monteCarloReportName
           end-string
           move spaces to sweepMatrixName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-matrix.txt" delimited by size
                  into sweepMatrixName
           end-string
           move spaces to certifyReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-certify.txt" delimited by size
                  into certifyReportName
           end-string
           move spaces to driftReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-drift.txt" delimited by size
                  into driftReportName
           end-string
           move spaces to migrateReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-migrate.txt" delimited by size
                  into migrateReportName
           end-string
           move spaces to screenFileName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-screen.txt" delimited by size
                  "/omgwtf2-lineage.txt" delimited by size
                  into lineageFileName
           end-string
           move spaces to noticeFileName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-notice.txt" delimited by size
                  into noticeFileName
           end-string
           move spaces to chargebackReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-chargeback.txt" delimited by size
                  into chargebackReportName
           end-string
           move spaces to chargebackLoadName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-chargeback.dat" delimited by size
                  into chargebackLoadName
           end-string
           move spaces to housekeepReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-housekeeping.txt" delimited by size
                  into housekeepReportName
           end-string
           move spaces to abReportName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-abdiff.txt" delimited by size
                  "/omgwtf2-events.txt" delimited by size
                  into eventsFileName
           end-string
           move spaces to defectsFileName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-defects.txt" delimited by size
                  into defectsFileName
           end-string
           exit.

       end program readConfig.

      ******************************************************************
      **
      ** signOn: who is running, and may they run what they asked
      ** for. The operator is the user the system says we run as
      ** (getuid), not anything the environment claims. The operator
      ** table, one entry per line, "*" starting a comment:
      **   USER  operator role [role ...]
      **   ROLE  role mode image
      **   LOG   path of the security log
      ** where mode is FORMAT, LIBRARIAN (every other librarian
      ** command), RESTORE, LOCKSOFT, MODIFY (the debugger's variable
      ** modify), PROMOTE (promotion and backout), SCENARIO (scenario
      ** master maintenance), HOUSEKEEP (the retention run, whose
      ** "image" is the run base directory) or "*" for all of them,
      ** and image is an image path, a path ending in "*" for every
      ** image under it, or "*" for any. An operator with no USER
      ** entry is refused outright; the privileged modes this run
      ** asks for are checked here, before anything is touched, and
      ** any one refused stops the run with the denied exit code.
      ** MODIFY is checked by the debugger each time it is used
      **

       identification division.

       program-id. signOn.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 uidVal usage binary-long unsigned.
       01 pwPtr usage pointer.
       01 np usage pointer.
       01 nb usage binary-long signed.
       01 tableFile usage pointer.
       01 accessRc usage binary-long signed.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 tableLine usage binary-long signed.
       01 badLines usage binary-long signed.
       01 w1 pic x(255).
       01 w2 pic x(255).
       01 w3 pic x(255).
       01 w4 pic x(255).
       01 w5 pic x(255).
       01 roleWords.
           05 roleWord occurs 8 times pic x(20).
       01 i usage binary-long signed.
       01 uidText pic 9(10).
       01 operLen usage binary-long signed.
       01 modeLen usage binary-long signed.
       01 imageLen usage binary-long signed.
       01 modeWord pic x(10).
       01 imageName pic x(255).
       01 authDetail pic x(80).
       01 granted usage binary-long signed.
       01 cmdWord pic x(10).
       01 cmdRest pic x(255).
       01 driveNum usage binary-long signed.
       01 genText pic 9.

       procedure division.

       perform findOperator
       perform loadTable

       move "SIGNON" to modeWord
       move spaces to imageName
       move spaces to authDetail
       call "authorize" using by reference modeWord,
           by reference imageName, by reference authDetail,
           by reference granted
       if granted equal 0 then
           perform measureNames
           call "printf" using
               "operator %.*s is not signed on to this system" & x"0a",
               by value operLen, by reference operatorId
           move "OPERATOR NOT SIGNED ON" to alertDetail
           call "raiseAlert" using by value exitCodeDenied
           move exitCodeDenied to return-code
           stop run
       end-if

       if restoreGen not equal 0 then
           move "RESTORE" to modeWord
           move atrFileName to imageName
           move restoreGen to genText
           move spaces to authDetail
           string "GENERATION " genText delimited by size
               into authDetail
           end-string
           perform checkMode
       end-if

      * the librarian works on D1:'s image unless a drive word leads
      * the command; FORMAT wants its own grant, it destroys the
      * catalog outright
       if librarianMode not equal 0 then
           move spaces to cmdWord
           move spaces to cmdRest
           unstring librarianCmd delimited by all space
               into cmdWord cmdRest
           end-unstring
           move function upper-case (cmdWord) to cmdWord
           move atrFileName to imageName
           move 0 to driveNum
           evaluate true
             when cmdWord equal "D" or cmdWord equal "D:"
               move 1 to driveNum
             when cmdWord(1:1) equal "D"
               and cmdWord(2:1) greater than "0"
               and cmdWord(2:1) less than "9"
               and (cmdWord(3:) equal spaces or cmdWord(3:) equal ":")
               move cmdWord(2:1) to genText
               move genText to driveNum
           end-evaluate
           if driveNum not equal 0 then
               move drv-fileName(driveNum) to imageName
               move spaces to cmdWord
               unstring cmdRest delimited by all space into cmdWord
               end-unstring
               move function upper-case (cmdWord) to cmdWord
           end-if
           if cmdWord equal "FORMAT" then
               move "FORMAT" to modeWord
           else
               move "LIBRARIAN" to modeWord
           end-if
           move librarianCmd to authDetail
           perform checkMode
       end-if

       if promoteMode not equal 0 then
           move "PROMOTE" to modeWord
           move atrFileName to imageName
           move spaces to authDetail
           if promoteMode equal 1 then
               string "FROM " promoteFromName delimited by size
                   into authDetail
               end-string
           else
               move "BACKOUT" to authDetail
           end-if
           perform checkMode
       end-if

       if scenarioMaintMode not equal 0 then
           move "SCENARIO" to modeWord
           move scenarioFileName to imageName
           move scenarioCmd to authDetail
           perform checkMode
       end-if

       if lockSoft not equal 0 then
           move "LOCKSOFT" to modeWord
           move atrFileName to imageName
           move "READ-ONLY IF LOCKED" to authDetail
           perform checkMode
       end-if

      * housekeeping deletes run directories and rewrites the ledger
       if housekeepPolicyName not equal spaces then
           move "HOUSEKEEP" to modeWord
           move runBase to imageName
           move spaces to authDetail
           string "POLICY " housekeepPolicyName delimited by size
               into authDetail
           end-string
           perform checkMode
       end-if

       goback.

      ******************************************************
       checkMode.
           call "authorize" using by reference modeWord,
               by reference imageName, by reference authDetail,
               by reference granted
           if granted equal 0 then
               perform measureNames
               call "printf" using
                   "operator %.*s is not authorized for %.*s on %.*s"
                   & x"0a", by value operLen, by reference operatorId,
                   by value modeLen, by reference modeWord,
                   by value imageLen, by reference imageName
               call "reportRunDir"
               move spaces to alertDetail
               string modeWord delimited by space
                      " REFUSED ON " delimited by size
                      imageName delimited by space
                      into alertDetail
               end-string
               call "raiseAlert" using by value exitCodeDenied
               move exitCodeDenied to return-code
               stop run
           end-if
           exit.

       measureNames.
           move 16 to operLen
           perform with test before until operLen less than 1
             or operatorId(operLen:1) not equal space
               subtract 1 from operLen
           end-perform
           move 10 to modeLen
           perform with test before until modeLen less than 1
             or modeWord(modeLen:1) not equal space
               subtract 1 from modeLen
           end-perform
           move 255 to imageLen
           perform with test before until imageLen less than 1
             or imageName(imageLen:1) not equal space
               subtract 1 from imageLen
           end-perform
           exit.

      ******************************************************
      * the login name of the real user; a uid with no password
      * entry is known by its number
       findOperator.
           move spaces to operatorId
           call "getuid" returning uidVal
           call "getpwuid" using by value uidVal returning pwPtr
           if pwPtr equal NULL then
               move uidVal to uidText
               string "UID" uidText delimited by size
                   into operatorId
               end-string
               exit paragraph
           end-if
           set address of ptrCast to pwPtr
           move ptrCasted to np
           move 0 to nb
           perform until nb not less than 16
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to nb
               set address of svalCast to
                   address of operatorId(nb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           exit.

      ******************************************************
       loadTable.
           move 0 to authEnforced
           move 0 to authUserCount
           move 0 to authRoleCount
           move 0 to badLines
           move 255 to pLen
           perform with test before until pLen less than 1
             or operatorTableName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move operatorTableName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning tableFile
      * only a table that is not there means an unchecked run; one
      * that is there but cannot be read is refused like one in
      * error, or a change of its mode would switch every check off
           if tableFile equal NULL then
               call "access" using by reference pathBuf, by value 0
                   returning accessRc
               if accessRc not equal 0 then
                   exit paragraph
               end-if
               call "printf" using
                   "operator table %s cannot be read - nobody is"
                   & " signed on" & x"0a", by reference pathBuf
               move "OPERATOR TABLE UNREADABLE" to alertDetail
               call "raiseAlert" using by value exitCodeDenied
               move exitCodeDenied to return-code
               stop run
           end-if
           move 1 to authEnforced

           move 0 to tableLine
           perform forever
               call "fgets" using by reference lineBuf, by value 300,
                   by value tableFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               add 1 to tableLine
               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a"
                     or lineBuf(i:1) equal x"0d"
                     or lineBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 300 then
                   move spaces to lineBuf(lineLen + 1:300 - lineLen)
               end-if
               if lineLen equal 0 or lineBuf(1:1) equal "*"
                 or lineBuf(1:lineLen) equal spaces then
                   exit perform cycle
               end-if
               perform takeEntry
           end-perform

           call "fclose" using by value tableFile

      * a table that cannot be read as written signs nobody on -
      * better no run than a run checked against half a table
           if badLines not equal 0 then
               call "printf" using
                   "operator table %s is in error - nobody is signed"
                   & " on" & x"0a", by reference pathBuf
               move "OPERATOR TABLE IN ERROR" to alertDetail
               call "raiseAlert" using by value exitCodeDenied
               move exitCodeDenied to return-code
               stop run
           end-if
           exit.

       takeEntry.
           move spaces to w1
           move spaces to w2
           move spaces to w3
           move spaces to w4
           move spaces to w5
           unstring function trim (lineBuf) delimited by all space
               into w1 w2 w3 w4 w5
           end-unstring
           move function upper-case (w1) to w1

           evaluate w1
      * every role after the operator's name is a row of its own
             when "USER"
               move spaces to roleWords
               move spaces to w5
               unstring function trim (lineBuf) delimited by all space
                   into w1 w2 roleWord(1) roleWord(2) roleWord(3)
                   roleWord(4) roleWord(5) roleWord(6) roleWord(7)
                   roleWord(8) w5
               end-unstring
               if w2 equal spaces or roleWord(1) equal spaces
                 or w2(17:1) not equal space or w5 not equal spaces
                 then
                   perform badEntry
                   exit paragraph
               end-if
               perform varying i from 1 by 1 until i greater than 8
                 or roleWord(i) equal spaces
                   if authUserCount not less than 128
                     or roleWord(i)(17:1) not equal space then
                       perform badEntry
                       exit paragraph
                   end-if
                   add 1 to authUserCount
                   move w2 to au-user(authUserCount)
                   move function upper-case (roleWord(i))
                       to au-role(authUserCount)
               end-perform
             when "ROLE"
               move function upper-case (w2) to w2
               move function upper-case (w3) to w3
               if w4 equal spaces or w5 not equal spaces
                 or w2(17:1) not equal space
                 or authRoleCount not less than 128 then
                   perform badEntry
                   exit paragraph
               end-if
               if w3 not equal "FORMAT" and w3 not equal "LIBRARIAN"
                 and w3 not equal "RESTORE" and w3 not equal "LOCKSOFT"
                 and w3 not equal "MODIFY" and w3 not equal "PROMOTE"
                 and w3 not equal "SCENARIO"
                 and w3 not equal "HOUSEKEEP" and w3 not equal "*" then
                   perform badEntry
                   exit paragraph
               end-if
               add 1 to authRoleCount
               move w2 to ar-role(authRoleCount)
               move w3 to ar-mode(authRoleCount)
               move w4 to ar-image(authRoleCount)
             when "LOG"
               if w2 equal spaces or w3 not equal spaces then
                   perform badEntry
                   exit paragraph
               end-if
               move w2 to securityLogName
             when other
               perform badEntry
           end-evaluate
           exit.

       badEntry.
           call "printf" using
               "operator table line %d: %.*s" & x"0a",
               by value tableLine, by value lineLen,
               by reference lineBuf
           add 1 to badLines
           exit.

       end program signOn.

      ******************************************************************
      **
      ** authorize: may the signed-on operator use a privileged mode
      ** on an image. Paths are compared in their canonical form, so
      ** "./prod.atr" is no way round a grant written for
      ** "/data/prod.atr". Every privileged request, granted or
      ** refused, goes to the security log; a refused sign-on does
      ** too. The log file is appended to by the operator's own run,
      ** so the operator can write it: each line's CHAIN= (the CRC-32
      ** of the previous line's CHAIN= and its own text, no secret in
      ** it) only shows up careless edits - anyone set on it can
      ** recompute the chain. The record an ordinary run cannot
      ** rewrite is the copy of every line sent to syslog at
      ** LOG_AUTH, which the system logger keeps. With the table in
      ** force a privileged request that cannot be logged to the
      ** file is refused
      **

       identification division.

       program-id. authorize.

       environment division.


       copy "constants.cpy".

       01 canonBuf pic x(4096).
       01 canonPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 imageText pic x(255).
       01 imageLen usage binary-long signed.
       01 patLen usage binary-long signed.
       01 detailLen usage binary-long signed.
       01 u usage binary-long signed.
       01 k usage binary-long signed.
       01 matched usage binary-long signed.
       01 decision pic x(7).
       01 logFile usage pointer.
       01 gotPtr usage pointer.
       01 readBuf pic x(1024).
       01 prevChain pic x(8).
       01 chainPos usage binary-long signed.
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 runIdStart usage binary-long signed.
       01 runIdLen usage binary-long signed.
       01 chainRec.
           05 chainPrev pic x(8).
           05 logLine pic x(1024).
       01 logLen usage binary-long signed.
       01 crcLen usage binary-long unsigned.
       01 crcVal usage binary-long unsigned.
       01 chainPtr usage pointer.
       01 syslogPri usage binary-long signed.

       linkage section.

       01 modeWord pic x(10).
       01 imageName pic x(255).
       01 authDetail pic x(80).
       01 granted usage binary-long signed.

       procedure division using by reference modeWord,
                                by reference imageName,
                                by reference authDetail,
                                by reference granted.

       move 0 to granted

      * no table: nothing is checked, as before the table existed
       if authEnforced equal 0 then
           move 1 to granted
           if modeWord equal "SIGNON" then
               goback
           end-if
           move "GRANTED" to decision
           perform canonImage
           perform writeLog
           goback
       end-if

       if modeWord equal "SIGNON" then
           perform varying u from 1 by 1
             until u greater than authUserCount
               if au-user(u) equal operatorId then
                   move 1 to granted
               end-if
           end-perform
           if granted equal 0 then
               move "REFUSED" to decision
               move spaces to imageText
               move 0 to imageLen
               perform writeLog
           end-if
           goback
       end-if

       perform canonImage
       perform varying u from 1 by 1 until u greater than authUserCount
           if au-user(u) equal operatorId then
               perform varying k from 1 by 1
                 until k greater than authRoleCount
                   if ar-role(k) equal au-role(u)
                     and (ar-mode(k) equal modeWord
                       or ar-mode(k) equal "*") then
                       perform matchImage
                       if matched not equal 0 then
                           move 1 to granted
                       end-if
                   end-if
               end-perform
           end-if
       end-perform

       if granted not equal 0 then
           move "GRANTED" to decision
       else
           move "REFUSED" to decision
       end-if
       perform writeLog
       goback.

      ******************************************************
       canonImage.
           move 255 to pLen
           perform with test before until pLen less than 1
             or imageName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to imageText
           move pLen to imageLen
           if pLen equal 0 then
               exit paragraph
           end-if
           move imageName(1:pLen) to imageText(1:pLen)
           move spaces to pathBuf
           move imageName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "realpath" using by reference pathBuf,
               by reference canonBuf
               returning canonPtr
           if canonPtr equal NULL then
               exit paragraph
           end-if
           move 0 to pLen
           perform varying k from 1 by 1 until k greater than 255
               if canonBuf(k:1) equal low-value then
                   exit perform
               end-if
               move k to pLen
           end-perform
           move spaces to imageText
           move canonBuf(1:pLen) to imageText(1:pLen)
           move pLen to imageLen
           exit.

       matchImage.
           move 0 to matched
           move 255 to patLen
           perform with test before until patLen less than 1
             or ar-image(k)(patLen:1) not equal space
               subtract 1 from patLen
           end-perform
           evaluate true
             when ar-image(k) equal "*"
               move 1 to matched
             when ar-image(k)(patLen:1) equal "*"
               if patLen equal 1 then
                   move 1 to matched
               else
                   if imageLen not less than patLen - 1 then
                     if imageText(1:patLen - 1)
                       equal ar-image(k)(1:patLen - 1) then
                         move 1 to matched
                     end-if
                   end-if
               end-if
             when other
               if imageText equal ar-image(k) then
                   move 1 to matched
               end-if
           end-evaluate
           exit.

      ******************************************************
      * chain on from the last line already in the log, then
      * append this one
       writeLog.
           move 255 to pLen
           perform with test before until pLen less than 1
             or securityLogName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move securityLogName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           move "00000000" to prevChain
           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning logFile
           if logFile not equal NULL then
               perform forever
                   call "fgets" using by reference readBuf,
                       by value 1024, by value logFile
                       returning gotPtr
                   if gotPtr equal NULL then
                       exit perform
                   end-if
                   move 0 to chainPos
                   perform varying k from 1 by 1
                     until k greater than 1010
                       if readBuf(k:1) equal low-value then
                           exit perform
                       end-if
                       if readBuf(k:6) equal "CHAIN=" then
                           move k to chainPos
                       end-if
                   end-perform
                   if chainPos not equal 0 then
                       move readBuf(chainPos + 6:8) to prevChain
                   end-if
               end-perform
               call "fclose" using by value logFile
           end-if

           accept dateBuf from date yyyymmdd
           accept timeBuf from time
           move 1 to runIdStart
           perform varying k from 1 by 1 until k greater than runDirLen
               if runDir(k:1) equal "/" then
                   compute runIdStart equal k + 1
               end-if
           end-perform
           compute runIdLen equal runDirLen - runIdStart + 1
           if runIdLen less than 1 then
               move 1 to runIdLen
           end-if
           move 80 to detailLen
           perform with test before until detailLen less than 1
             or authDetail(detailLen:1) not equal space
               subtract 1 from detailLen
           end-perform
           if imageLen equal 0 then
               move "*" to imageText
               move 1 to imageLen
           end-if
           if detailLen equal 0 then
               move "-" to authDetail
               move 1 to detailLen
           end-if

           move spaces to logLine
           move 1 to logLen
           string dateBuf "-" timeBuf(1:6) " " delimited by size
                  operatorId " " decision " " modeWord
                  delimited by size
                  " IMAGE=" imageText(1:imageLen) delimited by size
                  " RUN=" runDir(runIdStart:runIdLen)
                  delimited by size
                  " DETAIL=" authDetail(1:detailLen) " "
                  delimited by size
                  into logLine with pointer logLen
           end-string
           subtract 1 from logLen
           move prevChain to chainPrev
           compute crcLen equal logLen + 8
           set chainPtr to address of chainRec
           call "computeCRC32" using by value chainPtr,
               by value crcLen, by reference crcVal

      * LOG_AUTH: LOG_WARNING for a refusal, LOG_NOTICE otherwise
           if decision equal "GRANTED" then
               move 37 to syslogPri
           else
               move 36 to syslogPri
           end-if
           call "openlog" using by reference "omgwtf2" & x"00",
               by value 1, by value 32
           call "syslog" using by value syslogPri,
               by reference "OMGWTF2 SECURITY %.*s" & x"00",
               by value logLen, by reference logLine
           call "closelog"

           call "fopen" using by reference pathBuf,
                         by reference fopenModeAppend
                         returning logFile
           if logFile equal NULL then
               call "printf" using
                   "security log %s cannot be written" & x"0a",
                   by reference pathBuf
               if authEnforced not equal 0 then
                   move 0 to granted
               end-if
               exit paragraph
           end-if
           call "fprintf" using by value logFile,
               by reference "%.*sCHAIN=%08x" & x"0a00",
               by value logLen, by reference logLine,
               by value crcVal
           call "fclose" using by value logFile
           exit.

       end program authorize.

      ******************************************************************
      **
      ** loadAlertConfig: read the alert configuration into the
      ** alert table (see OMGWTF2_ALERT_CONFIG). Every bad line is
      ** reported and marks the configuration bad; startup treats
      ** that as a configuration error, an alert raised before then
      ** makes do with the good lines
      **

       identification division.

       program-id. loadAlertConfig.

       environment division.


       copy "constants.cpy".

       01 cfgFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 workBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 cfgLine usage binary-long signed.
       01 ptr usage binary-long signed.
       01 i usage binary-long signed.
       01 w1 pic x(255).
       01 w2 pic x(255).
       01 w3 pic x(255).
       01 w4 pic x(255).
       01 targetText pic x(300).

       procedure division.

       move 1 to alertLoaded
       move 0 to alertConfigBad
       move 0 to alertCount

       move 255 to pLen
       perform with test before until pLen less than 1
         or alertConfigName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move alertConfigName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning cfgFile
       if cfgFile equal NULL then
           call "printf" using
               "cannot read alert configuration %s" & x"0a",
               by reference pathBuf
           move 1 to alertConfigBad
           goback
       end-if

       move 0 to cfgLine
       perform forever
           call "fgets" using by reference lineBuf, by value 300,
               by value cfgFile
               returning gotPtr
           if gotPtr equal NULL then
               exit perform
           end-if
           add 1 to cfgLine
           move 0 to lineLen
           perform varying i from 1 by 1 until i greater than 300
               if lineBuf(i:1) equal x"0a"
                 or lineBuf(i:1) equal x"0d"
                 or lineBuf(i:1) equal low-value then
                   exit perform
               end-if
               move i to lineLen
           end-perform
           if lineLen less than 300 then
               move spaces to lineBuf(lineLen + 1:300 - lineLen)
           end-if
           if lineLen equal 0 or lineBuf(1:1) equal "*"
             or lineBuf(1:lineLen) equal spaces then
               exit perform cycle
           end-if
           perform takeEntry
       end-perform

       call "fclose" using by value cfgFile

       goback.

      ******************************************************
      * the MAIL command or DROP file is the rest of the line,
      * spaces and all
       takeEntry.
           move function trim (lineBuf leading) to workBuf
           move spaces to w1
           move spaces to w2
           move spaces to w3
           move spaces to w4
           move 1 to ptr
           unstring workBuf delimited by all space
               into w1 w2 w3 w4
               with pointer ptr
           end-unstring
           move function upper-case (w1) to w1
           move function upper-case (w2) to w2
           move function upper-case (w3) to w3
           move function upper-case (w4) to w4
           move spaces to targetText
           if ptr not greater than 300 then
               move function trim (workBuf(ptr:)) to targetText
           end-if

           evaluate w1
             when "WINDOW"
               if function test-numval (w2) not equal 0
                 or w3 not equal spaces then
                   perform badEntry
                   exit paragraph
               end-if
               compute alertWindowMinutes equal function numval (w2)
             when "STATE"
               if w2 equal spaces or w3 not equal spaces then
                   perform badEntry
                   exit paragraph
               end-if
               unstring workBuf delimited by all space
                   into w1 w2
               end-unstring
               move w2 to alertStateName
             when "ALERT"
               if w2 not equal "FATAL" and w2 not equal "WATCHDOG"
                 and w2 not equal "BATCH" and w2 not equal "VERIFY"
                 and w2 not equal "PREFLIGHT" and w2 not equal "RULES"
                 and w2 not equal "LOCKED" and w2 not equal "DEFECTS"
                 and w2 not equal "CERTIFY" and w2 not equal "DRIFT"
                 and w2 not equal "DENIED" and w2 not equal "PROBLEM"
                 and w2 not equal "RULEFAIL" and w2 not equal "SKIPPED"
                 and w2 not equal "*" then
                   perform badEntry
                   exit paragraph
               end-if
               if w3 not equal "CRITICAL" and w3 not equal "MAJOR"
                 and w3 not equal "MINOR" and w3 not equal "WARNING"
                 and w3 not equal "INFO" then
                   perform badEntry
                   exit paragraph
               end-if
               evaluate true
                 when w4 equal "SYSLOG" and targetText equal spaces
                   continue
                 when w4 equal "MAIL" and targetText not equal spaces
                   continue
                 when w4 equal "DROP" and targetText not equal spaces
                   continue
                 when other
                   perform badEntry
                   exit paragraph
               end-evaluate
               if alertCount not less than 64 then
                   perform badEntry
                   exit paragraph
               end-if
               add 1 to alertCount
               move w2 to al-key(alertCount)
               move w3 to al-severity(alertCount)
               move w4 to al-dest(alertCount)
               move targetText to al-target(alertCount)
             when other
               perform badEntry
           end-evaluate
           exit.

       badEntry.
           call "printf" using
               "alert configuration line %d: %.*s" & x"0a",
               by value cfgLine, by value lineLen,
               by reference lineBuf
           move 1 to alertConfigBad
           exit.

       end program loadAlertConfig.

      ******************************************************************
      **
      ** raiseAlert: tell whoever the alert configuration names that
      ** this run ended with exitCode - or, when alertCondition is
      ** set, that the condition arose (alertDetail says more). The
      ** key is looked up in the alert table, a repeat inside the
      ** window is held back, and every destination the key maps to
      ** gets one line carrying the severity, the key, the run ID,
      ** the catalog name, the run directory and the detail. A clean
      ** exit with no condition alerts nobody
      **

       identification division.

       program-id. raiseAlert.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 alertKey pic x(10).
       01 progText pic x(12).
       01 progLen usage binary-long signed.
       01 wildcard usage binary-long signed.
       01 sent usage binary-long signed.
       01 k usage binary-long signed.
       01 i usage binary-long signed.
       01 pLen usage binary-long signed.
       01 pathBuf pic x(256).
       01 cmdBuf pic x(201).
       01 outFile usage pointer.
       01 gotPtr usage pointer.
       01 readBuf pic x(300).
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 nowStamp pic x(12).
       01 nowMinutes usage binary-double signed.
       01 lastMinutes usage binary-double signed.
       01 heldBack usage binary-long signed.
       01 syslogPri usage binary-long signed.
       01 exitText pic zz9.
       01 keyLen usage binary-long signed.
       01 runIdStart usage binary-long signed.
       01 runIdLen usage binary-long signed.
       01 detailText pic x(80).
       01 detailLen usage binary-long signed.
       01 msgLine pic x(1024).
       01 msgLen usage binary-long signed.
       01 sevLen usage binary-long signed.

      * when each program/key was last sent, as the state file
      * keeps it: yyyymmddhhmm key program
       01 stateCount usage binary-long signed.
       01 stateSlot usage binary-long signed.
       01 stateTable.
           05 stateRow occurs 256 times.
               10 st-stamp pic x(12).
               10 filler pic x.
               10 st-key pic x(10).
               10 filler pic x.
               10 st-prog pic x(12).
               10 filler pic x value low-value.

       linkage section.

       01 exitCode usage binary-long signed.

       procedure division using by value exitCode.

       if alertConfigName equal spaces then
           move spaces to alertCondition
           move spaces to alertDetail
           goback
       end-if
       if alertLoaded equal 0 then
           call "loadAlertConfig"
       end-if

       move alertCondition to alertKey
       move alertDetail to detailText
       move spaces to alertCondition
       move spaces to alertDetail
       if alertKey equal spaces then
           evaluate exitCode
             when exitCodeFatal move "FATAL" to alertKey
             when exitCodeWatchdog move "WATCHDOG" to alertKey
             when exitCodeBatch move "BATCH" to alertKey
             when exitCodeVerify move "VERIFY" to alertKey
             when exitCodePreflight move "PREFLIGHT" to alertKey
             when exitCodeRules move "RULES" to alertKey
             when exitCodeLocked move "LOCKED" to alertKey
             when exitCodeDefects move "DEFECTS" to alertKey
             when exitCodeCertify move "CERTIFY" to alertKey
             when exitCodeDrift move "DRIFT" to alertKey
             when exitCodeDenied move "DENIED" to alertKey
             when other
               goback
           end-evaluate
           if detailText equal spaces then
               move exitReason to detailText
           end-if
       end-if

      * an explicit entry for the key wins; "*" covers the rest
       move 0 to wildcard
       perform varying k from 1 by 1 until k greater than alertCount
           if al-key(k) equal alertKey then
               move 1 to wildcard
           end-if
       end-perform
       if wildcard equal 0 then
           perform varying k from 1 by 1 until k greater than alertCount
               if al-key(k) equal "*" then
                   move 2 to wildcard
               end-if
           end-perform
       end-if
       if wildcard equal 0 then
           goback
       end-if

       move spaces to progText
       if catalogPName equal spaces then
           move "-" to progText
       else
           string catalogPName delimited by space
                  "." delimited by size
                  catalogExt delimited by space
                  into progText
           end-string
       end-if

       move 10 to keyLen
       perform with test before until keyLen less than 1
         or alertKey(keyLen:1) not equal space
           subtract 1 from keyLen
       end-perform
       move 12 to progLen
       perform with test before until progLen less than 1
         or progText(progLen:1) not equal space
           subtract 1 from progLen
       end-perform

       perform checkWindow
       if heldBack not equal 0 then
           call "printf" using
               "ALERT %.*s for %.*s held back (sent within the last"
               & " %d minute(s))" & x"0a",
               by value keyLen, by reference alertKey,
               by value progLen, by reference progText,
               by value alertWindowMinutes
           goback
       end-if

       perform buildMessage
       move 0 to sent
       perform varying k from 1 by 1 until k greater than alertCount
           if (wildcard equal 1 and al-key(k) equal alertKey)
             or (wildcard equal 2 and al-key(k) equal "*") then
               perform sendOne
           end-if
       end-perform

       call "printf" using
           "ALERT %.*s for %.*s sent to %d destination(s)" & x"0a",
           by value keyLen, by reference alertKey,
           by value progLen, by reference progText,
           by value sent

       goback.

      ******************************************************
      * one line, the same for every destination bar the
      * severity in front
       buildMessage.
           move 1 to runIdStart
           perform varying i from 1 by 1 until i greater than runDirLen
               if runDir(i:1) equal "/" then
                   compute runIdStart equal i + 1
               end-if
           end-perform
           compute runIdLen equal runDirLen - runIdStart + 1
           if runIdLen less than 1 then
               move 1 to runIdLen
           end-if
           move 80 to detailLen
           perform with test before until detailLen less than 1
             or detailText(detailLen:1) not equal space
               subtract 1 from detailLen
           end-perform
           if detailLen equal 0 then
               move "-" to detailText
               move 1 to detailLen
           end-if
           move exitCode to exitText

           move spaces to msgLine
           move 1 to msgLen
           string alertKey delimited by space
                  " RUN=" delimited by size
                  runDir(runIdStart:runIdLen) delimited by size
                  " CATALOG=" delimited by size
                  progText delimited by space
                  " EXIT=" function trim (exitText) delimited by size
                  " DIR=" runDir(1:runDirLen) delimited by size
                  " DETAIL=" detailText(1:detailLen)
                  delimited by size
                  into msgLine with pointer msgLen
           end-string
           subtract 1 from msgLen
           exit.

       sendOne.
           move 8 to sevLen
           perform with test before until sevLen less than 1
             or al-severity(k)(sevLen:1) not equal space
               subtract 1 from sevLen
           end-perform
           evaluate al-dest(k)
             when "SYSLOG"
      * LOG_USER, at the level the severity names
               evaluate al-severity(k)
                 when "CRITICAL" move 10 to syslogPri
                 when "MAJOR" move 11 to syslogPri
                 when "MINOR" move 12 to syslogPri
                 when "WARNING" move 12 to syslogPri
                 when other move 14 to syslogPri
               end-evaluate
               call "openlog" using by reference "omgwtf2" & x"00",
                   by value 1, by value 8
               call "syslog" using by value syslogPri,
                   by reference "OMGWTF2 %.*s %.*s" & x"00",
                   by value sevLen, by reference al-severity(k),
                   by value msgLen, by reference msgLine
               call "closelog"
               add 1 to sent
             when "MAIL"
               move spaces to cmdBuf
               move al-target(k) to cmdBuf
               move 200 to pLen
               perform with test before until pLen less than 1
                 or cmdBuf(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move low-value to cmdBuf(pLen + 1:1)
               call "popen" using by reference cmdBuf,
                   by reference fopenModeWrite
                   returning outFile
               if outFile equal NULL then
                   call "printf" using
                       "ALERT: cannot run %s" & x"0a",
                       by reference cmdBuf
               else
                   call "fprintf" using by value outFile,
                       by reference "OMGWTF2 %.*s %.*s" & x"0a00",
                       by value sevLen, by reference al-severity(k),
                       by value msgLen, by reference msgLine
                   call "pclose" using by value outFile
                   add 1 to sent
               end-if
             when "DROP"
               move spaces to pathBuf
               move al-target(k) to pathBuf
               move 200 to pLen
               perform with test before until pLen less than 1
                 or pathBuf(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move low-value to pathBuf(pLen + 1:1)
               accept dateBuf from date yyyymmdd
               accept timeBuf from time
               call "fopen" using by reference pathBuf,
                             by reference fopenModeAppend
                             returning outFile
               if outFile equal NULL then
                   call "printf" using
                       "ALERT: cannot write %s" & x"0a",
                       by reference pathBuf
               else
                   call "fprintf" using by value outFile,
                       by reference "%.8s-%.6s OMGWTF2 %.*s %.*s"
                       & x"0a00",
                       by reference dateBuf, by reference timeBuf,
                       by value sevLen, by reference al-severity(k),
                       by value msgLen, by reference msgLine
                   call "fclose" using by value outFile
                   add 1 to sent
               end-if
           end-evaluate
           exit.

      ******************************************************
      * held back if this program and key went out less than the
      * window ago; otherwise the state file is rewritten with now
      * against them
       checkWindow.
           move 0 to heldBack
           accept dateBuf from date yyyymmdd
           accept timeBuf from time
           move dateBuf to nowStamp(1:8)
           move timeBuf(1:4) to nowStamp(9:4)
           compute nowMinutes equal
               function integer-of-date (function numval (dateBuf))
               * 1440
               + function numval (timeBuf(1:2)) * 60
               + function numval (timeBuf(3:2))

           move 255 to pLen
           perform with test before until pLen less than 1
             or alertStateName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move alertStateName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           move 0 to stateCount
           move 0 to stateSlot
           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning outFile
           if outFile not equal NULL then
               perform forever
                   call "fgets" using by reference readBuf,
                       by value 300, by value outFile
                       returning gotPtr
                   if gotPtr equal NULL
                     or stateCount not less than 256 then
                       exit perform
                   end-if
                   if readBuf(1:12) is numeric then
                       add 1 to stateCount
                       move readBuf(1:12) to st-stamp(stateCount)
                       move readBuf(14:10) to st-key(stateCount)
                       move readBuf(25:12) to st-prog(stateCount)
                       perform varying i from 1 by 1
                         until i greater than 12
                           if st-prog(stateCount)(i:1) equal x"0a"
                             or st-prog(stateCount)(i:1) equal x"0d"
                             or st-prog(stateCount)(i:1)
                                equal low-value then
                               move spaces to
                                   st-prog(stateCount)(i:13 - i)
                               exit perform
                           end-if
                       end-perform
                       if st-key(stateCount) equal alertKey
                         and st-prog(stateCount) equal progText then
                           move stateCount to stateSlot
                       end-if
                   end-if
               end-perform
               call "fclose" using by value outFile
           end-if

           if stateSlot not equal 0 and alertWindowMinutes greater
             than 0 then
               compute lastMinutes equal
                   function integer-of-date
                       (function numval (st-stamp(stateSlot)(1:8)))
                   * 1440
                   + function numval (st-stamp(stateSlot)(9:2)) * 60
                   + function numval (st-stamp(stateSlot)(11:2))
               if nowMinutes - lastMinutes less than
                 alertWindowMinutes then
                   move 1 to heldBack
                   exit paragraph
               end-if
           end-if

           if stateSlot equal 0 then
               if stateCount less than 256 then
                   add 1 to stateCount
               end-if
               move stateCount to stateSlot
           end-if
           move nowStamp to st-stamp(stateSlot)
           move alertKey to st-key(stateSlot)
           move progText to st-prog(stateSlot)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning outFile
           if outFile equal NULL then
               exit paragraph
           end-if
           perform varying i from 1 by 1 until i greater than stateCount
               call "fprintf" using by value outFile,
                   by reference "%.12s %.10s %.12s" & x"0a00",
                   by reference st-stamp(i), by reference st-key(i),
                   by reference st-prog(i)
           end-perform
           call "fclose" using by value outFile
           exit.

       end program raiseAlert.

      ******************************************************************
      **
      ** computeCRC32: standard bit-reflected CRC-32 (polynomial
      ** H"EDB88320", the same one used by zip/png/APE), computed
      ** bit-by-bit since COBOL has no native bitwise XOR
      **

       identification division.

       program-id. computeCRC32.

       environment division.

       data division.

       working-storage section.

       copy "casts.cpy".

       01 polyBitsStr pic 9(32)
           value "00000100110000010001110110110111".
       01 polyBitsTable redefines polyBitsStr.
           05 polyBit pic 9 occurs 32 times.

       01 crcBits pic 9 occurs 32 times.

       01 byteVal usage binary-char unsigned.
       01 byteRem usage binary-char unsigned.
       01 byteBits pic 9 occurs 8 times.

       01 lsb pic 9.
       01 i usage binary-long unsigned.
       01 m usage binary-long unsigned.
       01 bitIter usage binary-long unsigned.
       01 p usage pointer.

       01 weight usage binary-double unsigned.
       01 crcAcc usage binary-double unsigned.

       linkage section.

       01 dataPtr usage is pointer.
       01 dataLen usage is binary-long unsigned.
       01 res usage is binary-long unsigned.

       procedure division using by value dataPtr, by value dataLen,
                                by reference res.

      * seed with all ones (H"FFFFFFFF")
       perform varying i from 1 by 1 until i greater than 32
           move 1 to crcBits(i)
       end-perform

       move dataPtr to p

       perform varying i from 1 by 1 until i greater than dataLen

           set address of byteCast to p
           move byteCasted to byteVal
           set p up by 1

           move byteVal to byteRem
           perform varying m from 1 by 1 until m greater than 8
               compute byteBits(m) equal function mod (byteRem, 2)
               compute byteRem equal byteRem / 2
           end-perform

      * XOR the byte into the low 8 bits of the CRC
           perform varying m from 1 by 1 until m greater than 8
               if crcBits(m) equal byteBits(m) then
                   move 0 to crcBits(m)
               else
                   move 1 to crcBits(m)
               end-if
           end-perform

           perform varying bitIter from 1 by 1
             until bitIter greater than 8

               move crcBits(1) to lsb

      * shift the 32-bit register right by one bit
               perform varying m from 1 by 1 until m greater than 31
                   move crcBits(m + 1) to crcBits(m)
               end-perform
               move 0 to crcBits(32)

               if lsb equal 1 then
                   perform varying m from 1 by 1 until m greater than 32
                       if crcBits(m) equal polyBit(m) then
                           move 0 to crcBits(m)
                       else
                           move 1 to crcBits(m)
                       end-if
                   end-perform
               end-if

           end-perform

       end-perform

      * complement (XOR with H"FFFFFFFF") and pack the bits back into
      * an integer, bit 1 (LSB) first
       move 0 to crcAcc
       move 1 to weight
       perform varying i from 1 by 1 until i greater than 32
           if crcBits(i) equal 0 then
               add weight to crcAcc
           end-if
           compute weight equal weight * 2
       end-perform

       move crcAcc to res

       goback.

       end program computeCRC32.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** readAtrFile: Extract a file from an Atari disk image file
      **
      **
      **
      ** Format of ATR files:
      ** 
      ** 
      ** http://www.atarimax.com/jindroush.atari.org/afmtatr.html
      ** 
      ** DWORD - 32bit unsigned long (little endian) 
      ** WORD - 16bit unsigned short (little endian) 
      ** BYTE - 8bit unsigned char
      ** Header
      ** 
      ** 16 bytes long. 
      **  
      ** Type Name    Description
      ** WORD  wMagic  $0296 (sum of 'NICKATARI')
      ** WORD  wPars   size of this disk image, in paragraphs (size/$10)
      ** WORD  wSecSize        sector size. ($80 or $100) bytes/sector
      ** BYTE  btParsHigh      high part of size, in paragraphs (added by REV
      **00)
      ** DWORD         dwCRC   32bit CRC of file (added by APE?)
      ** DWORD         dwUnused        unused
      ** BYTE  btFlags         bit 0 (ReadOnly) (added by APE?)
      ** 
      ** Body
      ** 
      ** Then there are continuous sectors. Some ATR files are incorrect - if 
      ** sector size is > $80 first three sectors should be $80 long. But, few 
      ** files have these sectors $100 long.


      ******************************************************************
      **
      ** readAtrFile
      **

       identification division.

       program-id. readAtrFile.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 diskSize usage binary-long unsigned.
       01 computedCRC usage binary-long unsigned.
       01 sectorsPtr usage pointer.
       01 imageFile usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 got usage binary-long signed.

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       linkage section.

       procedure division.

       if function length (atr-header) not equal to 16 then
           display "struct header wrong size"
           move exitCodeFatal to return-code
           stop run
       end-if.

      * one writer at a time against the shared master image; a
      * write-protected drive has no writer, so any number of runs
      * may share it
       if atrProtected equal 0 then
           call "acquireImageLock"
           if mountFailed not equal 0 then
               goback
           end-if
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move atrFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning imageFile
       if imageFile equal NULL then
           display "cannot open disk image"
           perform imageRejected
       end-if

       call "fread" using by reference atr-header, by value 1,
           by value 16, by value imageFile
           returning got
       if got not equal 16 then
           display "short read on ATR header"
           perform imageRejected
       end-if

       if atr-header-wMagic not equal to H"0296" then
           display "ATR header magic value wrong"
           perform imageRejected
       end-if.

       compute diskSize equal ((atr-header-btParsHigh * H"10000") +
                               atr-header-wPars) * 16.

       if diskSize greater than 16776576 then
           display "disk image too large"
           perform imageRejected
       end-if

      * honor the header's sector size and the computed sector
      * count: 128-byte single/enhanced density, or 256-byte double
      * density where the first three (boot) sectors are 128 bytes -
      * with the known quirk of a few images carrying those three at
      * 256 bytes too
       move atr-header-wSecSize to atrSecSize
       move 0 to atrDD256Boot

       evaluate true
         when atrSecSize equal 128
           if function mod (diskSize, 128) not equal 0 then
               display "diskSize value wrong"
               perform imageRejected
           end-if
           compute atrTotalSectors equal diskSize / 128
         when atrSecSize equal 256
           if function mod (diskSize - 384, 256) equal 0 then
               compute atrTotalSectors equal
                   3 + (diskSize - 384) / 256
           else
               if function mod (diskSize, 256) equal 0 then
                   move 1 to atrDD256Boot
                   compute atrTotalSectors equal diskSize / 256
               else
                   display "diskSize value wrong"
                   perform imageRejected
               end-if
           end-if
         when other
           display "unsupported sector size"
           perform imageRejected
       end-evaluate

       if atrTotalSectors less than 369
         or atrTotalSectors greater than 65535 then
           display "unsupported disk geometry"
           perform imageRejected
       end-if

       compute atrDataBytes equal atrSecSize - 3
       move diskSize to atrDiskSize

      * the DOS 2.5 enhanced-density map carries sectors past 719 in
      * a second VTOC at sector 1024; larger images are MyDOS and
      * sorted out once the VTOC itself has been read below
       if atrTotalSectors greater than 1023 then
           move 1023 to atrMapLimit
           move 1024 to atrVtoc2Sector
       else
           compute atrMapLimit equal atrTotalSectors - 1
           move 0 to atrVtoc2Sector
       end-if

       call "fread" using by reference atr-body, by value 1,
           by value diskSize, by value imageFile
           returning got
       if got not equal atrDiskSize then
           display "short read on ATR image body"
           perform imageRejected
       end-if

       call "fclose" using by value imageFile
       move NULL to imageFile

      * a zero stored CRC means the writer never filled the optional
      * field in - common on archive images - and is accepted; a
      * nonzero one has to match
       if atr-header-dwCRC not equal 0 then
           set sectorsPtr to address of atr-body
           call "computeCRC32" using by value sectorsPtr,
                                     by value diskSize,
                                     by reference computedCRC
           if computedCRC not equal atr-header-dwCRC then
               display "ATR image CRC mismatch - disk image is corrupt"
               perform imageRejected
           end-if
       end-if.

      * MyDOS announces itself in the VTOC's DOS-code byte, and any
      * image bigger than the flat layouts can only be MyDOS. Its
      * free map covers the whole disk running downward from sector
      * 360, and past 1023 sectors the chain links carry the full
      * 16-bit sector number with no file number in the high bits
       move 0 to atrMyDos
       move 0 to atrWideLinks
       call "atrSectorAddr" using by value atrVtocSector,
           by reference sectorsPtr
       set address of secBytes to sectorsPtr
       if secByte(1) greater than 2
         or atrTotalSectors greater than 1040 then
           move 1 to atrMyDos
      * MyDOS maps and allocates through the image's top sector -
      * 65535 is the cap precisely because it is the largest
      * 16-bit link
           move atrTotalSectors to atrMapLimit
           move 0 to atrVtoc2Sector
           if atrTotalSectors greater than 1023 then
               move 1 to atrWideLinks
           end-if
       end-if

       goback.

      ******************************************************
      * an image that cannot be mounted: the run stops, unless the
      * drive is being mounted partway through, when the lock just
      * taken goes back and the caller is told
       imageRejected.
           if mountSoft equal 0 then
               move exitCodeFatal to return-code
               stop run
           end-if
           if imageFile not equal NULL then
               call "fclose" using by value imageFile
               move NULL to imageFile
           end-if
           call "releaseDriveLock"
           move 1 to mountFailed
           goback.

       end program readAtrFile.

      ******************************************************************
      **
      ** atrSectorAddr: where a 1-based sector starts inside the
      ** image body, honoring the density and the 128-byte boot
      ** sector rule
      **

       identification division.

       program-id. atrSectorAddr.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 secOff usage binary-long signed.

       linkage section.

       01 sn usage binary-long signed.
       01 secPtr usage pointer.

       procedure division using by value sn, by reference secPtr.

       if sn less than 1 or sn greater than atrTotalSectors then
           call "fatalN" using "sector number out of range",
               by value sn
       end-if

       if atrSecSize equal 128 or atrDD256Boot not equal 0 then
           compute secOff equal (sn - 1) * atrSecSize
       else
           if sn less than 4 then
               compute secOff equal (sn - 1) * 128
           else
               compute secOff equal 384 + (sn - 4) * atrSecSize
           end-if
       end-if

       set secPtr to address of atr-body
       set secPtr up by secOff

       goback.

       end program atrSectorAddr.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** readBasicFile: Locate a file in the disk image and extract
      **
      ** disk organization:
      **    http://www.atariarchives.org/iad/chapter2.php

       identification division.

       program-id. readBasicFile.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

      * Number of directory entries in a directory sector
       01 numDirEntries constant as 8.

      * primary file name length
       01 pnameLen constant as 8.

      * file name extension length
       01 extLen constant as 3.

      * entry deleted flag bit
       01 flagDeleted constant as H"80".

      * entry in use flag bit
       01 flagInUse constant as H"40".

      * mask out file number from next sector number field
       01 nextMask constant as H"3".

       01 i usage binary-long unsigned.
       01 j usage binary-long unsigned.
       01 entryNum usage binary-long.
       01 found usage binary-long.
       01 fileSize usage binary-long.
       01 cnt usage binary-short unsigned.
       01 ssn usage binary-short unsigned.
       01 sn usage binary-short unsigned.
       01 flagByte usage binary-long signed.
       01 programFileUsed usage binary-long unsigned.
       01 used usage binary-long unsigned.
       01 pfp usage pointer.
       01 secPtr usage pointer.

      * struct dirSector
      *   {
      *     struct dirEntry entries [numDirEntries];
      *   };

        01 dirSector based.
            05 aDirSector occurs numDirEntries times.
                10  dirEntry-flag usage binary-char signed.
                10  dirEntry-count usage binary-short unsigned.
                10  dirEntry-ssn usage binary-short unsigned.
                10  dirEntry-pname pic x(pnameLen).
                10  dirEntry-ext pic x(extLen).

      * a data sector is atrDataBytes of data then three link
      * bytes: next-sector high bits (file number in the high six),
      * next-sector low byte, bytes used - Figure 2-3 in the
      * documentation is wrong; the text is correct
       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

      * one flag per disk sector, used to catch a circular or
      * malformed sector chain (a sector visited twice) instead of
      * looping on stale data or wandering into an out-of-range sector
       01 visitedSector occurs 65535 times usage binary-char
           unsigned.

       linkage section.

       procedure division.

      * programs always come off D1:, whichever drive the last
      * program left current
       call "selectDrive" using by value 1

      * job decks and A/B passes call this once per program, so the
      * outcome of the previous scan must not leak into this one
       move zero to found

      * the directory scanned is whichever one resolveCatalogDir
      * left selected - the flat root by default, a MyDOS
      * subdirectory when the catalog name carried a path
       perform with test before
         varying i from atrDirFirst by 1 until i
         is greater than atrDirLast

           move i to sn
           call "atrSectorAddr" using by value sn,
               by reference secPtr
           set address of dirSector to secPtr

           perform with test before 
             varying entryNum from 1 by 1 until entryNum 
             is greater than numDirEntries

      * in use: the H"40" bit set, the deleted H"80" bit clear
      * (DOS 2.5 marks files using the extended map with H"46")
               move dirEntry-flag(entryNum) to flagByte
               if flagByte greater than or equal to flagInUse and
                  flagByte less than flagDeleted and
                  dirEntry-pname(entryNum) equal to catalogPName and
                  dirEntry-ext(entryNum) equal to catalogExt then
                   move 1 to found
                   exit perform
               end-if

           end-perform

           if found not equal zero then
             exit perform
           end-if

       end-perform.

       if found equal zero then
      * a deck card naming a missing program is recorded and
      * skipped by jobNext, not the end of the whole deck
         if jobStreamMode not equal 0 then
             call "printf" using
                 "program file not found: %.8s.%.3s" & x"0a",
                 by reference catalogPName, by reference catalogExt
             move 1 to jobLoadFailed
             goback
         end-if
         display "program file not found"
         move exitCodeFatal to return-code
         stop run
       end-if

      * a program changed other than by promotion is caught before
      * it is even loaded; promotion itself is checking a test copy
       if promoteMode equal 0 then
           call "checkManifest"
           if jobLoadFailed not equal 0 then
               goback
           end-if
       end-if
          
      * unsigned int fileSize = entry -> count * atrDataBytes;

       compute fileSize equal dirEntry-count(entryNum) * 
             atrDataBytes.

       allocate (fileSize) characters returning programFile.
       move dirEntry-count(entryNum) to cnt
       move dirEntry-ssn(entryNum) to ssn
       move zero to programFileUsed
       move programFile to pfp

       move ssn to sn

       perform varying i from 1 by 1 until i greater than 65535
           move 0 to visitedSector(i)
       end-perform

       perform varying i from 0 by 1 until i
         is greater than or equal to cnt

           if sn less than 1 or sn greater than atrTotalSectors then
             if jobStreamMode not equal 0 then
                 call "printf" using
                     "program did not load: %s" & x"0a",
                     by reference "corrupt sector chain" & x"00"
                 move 1 to jobLoadFailed
                 goback
             end-if
             call "fatalN" using
               "corrupt sector chain: sector out of range",
               by value sn
           end-if

           if visitedSector(sn) not equal 0 then
             if jobStreamMode not equal 0 then
                 call "printf" using
                     "program did not load: %s" & x"0a",
                     by reference "circular sector chain" & x"00"
                 move 1 to jobLoadFailed
                 goback
             end-if
             call "fatalN" using
               "corrupt sector chain: circular reference", by value sn
           end-if
           move 1 to visitedSector(sn)

           call "atrSectorAddr" using by value sn,
               by reference secPtr
           set address of secBytes to secPtr

           move secByte(atrDataBytes + 3) to used
           if used greater than atrDataBytes then
             move atrDataBytes to used
           end-if

           compute programFileUsed equal programFileUsed + used
           if programFileUsed greater than fileSize then
             if jobStreamMode not equal 0 then
                 call "printf" using
                     "program did not load: %s" & x"0a",
                     by reference "oversized sector chain" & x"00"
                 move 1 to jobLoadFailed
                 goback
             end-if
             call "fatal" using "overran programFile"
           end-if

           set address of svalCast to pfp
           perform varying j from 1 by 1 until 
             j greater than used
               set address of svalCast to pfp
               move secByte(j) to svalCasted
               set pfp up by 1
           end-perform

           if atrWideLinks not equal 0 then
             compute sn equal secByte(atrDataBytes + 1) *
               256 + secByte(atrDataBytes + 2)
           else
             compute sn equal 
               function mod (secByte(atrDataBytes + 1), 4) *
               256 + secByte(atrDataBytes + 2)
           end-if

       end-perform.

       end program readBasicFile.

      ******************************************************************
      **
      ** tokenizeSource: read a plain ASCII BASIC listing off the host
      ** and tokenize it into the very stream a tokenized file from
      ** the image carries - the 14-byte header, the variable name and
      ** value tables, then the statement code - so analyzeBasicFile,
      ** the lexer and listProgram consume it unchanged. The keyword
      ** spellings and token numbers are the ones constants.cpy and
      ** listProgram's decode tables enumerate, and numeric constants
      ** are packed into the same 6-byte BCD form parseNCONST decodes,
      ** so a program tokenized here and one tokenized on the hardware
      ** come out byte for byte alike. The result lands in
      ** programFile/programFileLen, ready to run or to SAVE back onto
      ** the mounted image.
      **

       identification division.

       program-id. tokenizeSource.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

      * statement keyword per token H"00" - H"37", 8 chars each - the
      * same spellings listProgram decodes back out (the blank H"36"
      * entry is the silent LET, the fallback for a statement that
      * opens straight with a variable)
       01 stmtNamesStr.
           05 filler pic x(32)
               value "REM     DATA    INPUT   COLOR   ".
           05 filler pic x(32)
               value "LIST    ENTER   LET     IF      ".
           05 filler pic x(32)
               value "FOR     NEXT    GOTO    GO TO   ".
           05 filler pic x(32)
               value "GOSUB   TRAP    BYE     CONT    ".
           05 filler pic x(32)
               value "COM     CLOSE   CLR     DEG     ".
           05 filler pic x(32)
               value "DIM     END     NEW     OPEN    ".
           05 filler pic x(32)
               value "LOAD    SAVE    STATUS  NOTE    ".
           05 filler pic x(32)
               value "POINT   XIO     ON      POKE    ".
           05 filler pic x(32)
               value "PRINT   RAD     READ    RESTORE ".
           05 filler pic x(32)
               value "RETURN  RUN     STOP    POP     ".
           05 filler pic x(32)
               value "?       GET     PUT     GRAPHICS".
           05 filler pic x(32)
               value "PLOT    POSITIONDOS     DRAWTO  ".
           05 filler pic x(32)
               value "SETCOLORLOCATE  SOUND   LPRINT  ".
           05 filler pic x(32)
               value "CSAVE   CLOAD           ERROR   ".
       01 stmtNames redefines stmtNamesStr.
           05 stmtName occurs 56 times pic x(8).

      * operand keywords and functions with their token numbers, in
      * matching order across the two tables
       01 opKwTextsStr.
           05 filler pic x(30) value "TO    STEP  THEN  GOTO  GOSUB ".
           05 filler pic x(30) value "NOT   OR    AND   STR$  CHR$  ".
           05 filler pic x(30) value "USR   ASC   VAL   LEN   ADR   ".
           05 filler pic x(30) value "ATN   COS   PEEK  SIN   RND   ".
           05 filler pic x(30) value "FRE   EXP   LOG   CLOG  SQR   ".
           05 filler pic x(30) value "SGN   ABS   INT   PADDLESTICK ".
           05 filler pic x(12) value "PTRIG STRIG ".
       01 opKwTexts redefines opKwTextsStr.
           05 opKwText occurs 32 times pic x(6).
       01 opKwToksStr.
           05 filler pic x(30) value "025026027023024040041042061062".
           05 filler pic x(30) value "063064065066067068069070071072".
           05 filler pic x(30) value "073074075076077078079080081082".
           05 filler pic x(6)  value "083084".
       01 opKwToks redefines opKwToksStr.
           05 opKwTok occurs 32 times pic 9(3).

       01 srcFile usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 gotPtr usage pointer.
       01 rawLine pic x(300).
       01 ucLine pic x(300).
       01 srcLineLen usage binary-long signed.
       01 srcTextLine usage binary-long signed.
       01 sp1 usage binary-long signed.
       01 lineCount usage binary-long signed.

      * the variables found, in first-appearance order - array names
      * carry their trailing ( the way the hardware name table does
       01 varTable.
           05 varRow occurs 128 times.
               10 vtn-name pic x(32).
               10 vtn-len usage binary-long signed.
               10 vtn-type usage binary-long signed.
       01 nvars usage binary-long signed.
       01 vntLen usage binary-long signed.

       01 codeBuf usage pointer.
       01 codeUsed usage binary-long signed.

      * the tokenized line under construction; a line's length byte
      * caps it at 255 bytes, same as the machine
       01 lineWork.
           05 lineWorkByte occurs 256 times
               usage binary-char unsigned.
       01 lwPos usage binary-long signed.
       01 stmtLenIdx usage binary-long signed.
       01 basLineNo usage binary-long signed.

      * open-paren kind stack: what the matching close paren hands
      * back to the string/numeric expression tracking
       01 pkGroup constant as 1.
       01 pkArray constant as 2.
       01 pkSubstr constant as 3.
       01 pkFunNum constant as 4.
       01 pkFunStr constant as 5.

       01 parenKinds.
           05 parenKind occurs 32 times usage binary-long signed.
       01 parenDepth usage binary-long signed.

       01 stmtTok usage binary-long signed.
       01 inDim usage binary-long signed.
       01 assignPending usage binary-long signed.
       01 targetType usage binary-long signed.
       01 prevWasValue usage binary-long signed.
       01 stringExpr usage binary-long signed.
       01 lineDone usage binary-long signed.
       01 stmtDone usage binary-long signed.

       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 k usage binary-long signed.
       01 t usage binary-long signed.
       01 b usage binary-long signed.
       01 bestLen usage binary-long signed.
       01 bestTok usage binary-long signed.
       01 kwLen usage binary-long signed.
       01 ch1 pic x.
       01 nameBuf pic x(32).
       01 nameLen usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 isStringVar usage binary-long signed.
       01 isArrayVar usage binary-long signed.
       01 sLen usage binary-long signed.
       01 restBlank usage binary-long signed.
       01 dval usage computational-2.
       01 mant usage computational-2.
       01 fracDigits usage binary-long signed.
       01 expVal usage binary-long signed.
       01 expSign usage binary-long signed.
       01 bcdBuf.
           05 bcdByte occurs 6 times usage binary-char unsigned.
       01 wp usage pointer.

      * the empty immediate line a real SAVE leaves at STMCUR:
      * line 32768, an END, an EOL
       01 tailBytes pic x(6) value x"008006061516".

       procedure division.

       move 255 to pLen
       perform with test before until pLen less than 1
         or sourceFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move sourceFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning srcFile
       if srcFile equal NULL then
           display "cannot open BASIC source listing"
           move exitCodeFatal to return-code
           stop run
       end-if

       allocate 65536 characters returning codeBuf
       move 0 to codeUsed
       move 0 to nvars
       move 0 to lineCount
       move 0 to srcTextLine

       perform forever
           call "fgets" using by reference rawLine, by value 300,
               by value srcFile
               returning gotPtr
           if gotPtr equal NULL then
               exit perform
           end-if
           add 1 to srcTextLine
           perform tsLine
       end-perform

       call "fclose" using by value srcFile

       if lineCount equal 0 then
           call "fatal" using "source listing has no program lines"
       end-if

       perform tsAssemble

       call "printf" using
           "SOURCE: %d line(s) tokenized, %d variable(s)" & x"0a",
           by value lineCount, by value nvars

       goback.

      ******************************************************
      * one source line: line number, then statements until the
      * end of the line
       tsLine.
           move 0 to srcLineLen
           perform varying j from 1 by 1 until j greater than 300
               if rawLine(j:1) equal x"0a" or rawLine(j:1) equal x"0d"
                 or rawLine(j:1) equal low-value then
                   exit perform
               end-if
               move j to srcLineLen
           end-perform

           move spaces to ucLine
           if srcLineLen greater than 0 then
               move function upper-case (rawLine(1:srcLineLen))
                 to ucLine(1:srcLineLen)
           end-if

           move 1 to sp1
           perform tsSkipSpaces
           if sp1 greater than srcLineLen then
               exit paragraph
           end-if

           if ucLine(sp1:1) less than "0"
             or ucLine(sp1:1) greater than "9" then
               display "source line " srcTextLine
                   " does not start with a line number"
               call "fatal" using "bad source line"
           end-if

           move 0 to basLineNo
           perform until sp1 greater than srcLineLen
             or ucLine(sp1:1) less than "0"
             or ucLine(sp1:1) greater than "9"
               compute basLineNo equal basLineNo * 10
                   + function ord (ucLine(sp1:1)) - function ord ("0")
               add 1 to sp1
           end-perform
           if basLineNo less than 1 or basLineNo greater than 32767
             then
               call "fatalN" using "line number out of range",
                   by value basLineNo
           end-if

           compute lineWorkByte(1) equal function mod (basLineNo, 256)
           compute lineWorkByte(2) equal basLineNo / 256
           move 0 to lineWorkByte(3)
           move 4 to lwPos

           move 0 to lineDone
           perform until lineDone not equal 0
               perform tsStatement
           end-perform

           compute lineWorkByte(3) equal lwPos - 1

           move codeBuf to wp
           set wp up by codeUsed
           perform varying j from 1 by 1 until j not less than lwPos
               set address of svalCast to wp
               move lineWorkByte(j) to svalCasted
               set wp up by 1
           end-perform
           compute codeUsed equal codeUsed + lwPos - 1
           if codeUsed greater than 65000 then
               call "fatal" using "tokenized program too large"
           end-if

           add 1 to lineCount
           exit.

       tsSkipSpaces.
           perform until sp1 greater than srcLineLen
             or ucLine(sp1:1) not equal space
               add 1 to sp1
           end-perform
           exit.

       tsEmit.
           if lwPos greater than 255 then
               call "fatalN" using "tokenized line too long at",
                   by value basLineNo
           end-if
           move b to lineWorkByte(lwPos)
           add 1 to lwPos
           exit.

       tsPatchStmt.
           compute lineWorkByte(stmtLenIdx) equal lwPos - 1
           exit.

      ******************************************************
      * one statement: longest keyword match, then its operands.
      * REM and DATA carry a raw tail and always end the line.
       tsStatement.
           perform tsSkipSpaces
           if sp1 greater than srcLineLen then
      * a bare line number stores as an empty REM, so the line
      * still carries one well-formed statement
               move lwPos to stmtLenIdx
               move 0 to b
               perform tsEmit
               move tokREM to b
               perform tsEmit
               move opEOL to b
               perform tsEmit
               perform tsPatchStmt
               move 1 to lineDone
               exit paragraph
           end-if

           move lwPos to stmtLenIdx
           move 0 to b
           perform tsEmit

           move 0 to bestLen
           move -1 to bestTok
           perform varying t from 0 by 1 until t greater than 55
               if t equal tokERROR then
                   exit perform cycle
               end-if
               move spaces to nameBuf
               move stmtName(t + 1) to nameBuf(1:8)
               move 8 to kwLen
               perform with test before until kwLen less than 1
                 or nameBuf(kwLen:1) not equal space
                   subtract 1 from kwLen
               end-perform
               if kwLen greater than 0 and kwLen greater than bestLen
                 and sp1 + kwLen - 1 not greater than srcLineLen then
                   if ucLine(sp1:kwLen) equal nameBuf(1:kwLen) then
                       move kwLen to bestLen
                       move t to bestTok
                   end-if
               end-if
           end-perform

           if bestTok less than 0 then
               if ucLine(sp1:1) not less than "A"
                 and ucLine(sp1:1) not greater than "Z" then
                   move tokLET to bestTok
                   move 0 to bestLen
               else
                   display "cannot tokenize line " basLineNo
                   call "fatal" using "bad statement"
               end-if
           end-if

           add bestLen to sp1
           move bestTok to stmtTok
           move bestTok to b
           perform tsEmit

           move 0 to inDim
           if stmtTok equal tokDIM or stmtTok equal tokCOM then
               move 1 to inDim
           end-if
           move 0 to assignPending
           if stmtTok equal tokLET or stmtTok equal tokLETKW
             or stmtTok equal tokFOR then
               move 1 to assignPending
           end-if
           move -1 to targetType
           move 0 to prevWasValue
           move 0 to stringExpr
           move 0 to parenDepth

           if stmtTok equal tokREM then
               perform tsRawTail
               exit paragraph
           end-if
           if stmtTok equal tokDATA then
               perform tsDataTail
               exit paragraph
           end-if

           move 0 to stmtDone
           perform until stmtDone not equal 0 or lineDone not equal 0
               perform tsOperand
           end-perform
           exit.

      * REM keeps its tail as raw text through the end of line
       tsRawTail.
           if sp1 not greater than srcLineLen
             and rawLine(sp1:1) equal space then
               add 1 to sp1
           end-if
           perform until sp1 greater than srcLineLen
               compute b equal function ord (rawLine(sp1:1)) - 1
               perform tsEmit
               add 1 to sp1
           end-perform
           move opEOL to b
           perform tsEmit
           perform tsPatchStmt
           move 1 to lineDone
           exit.

      * DATA's tail is one counted string - the raw comma-separated
      * text exactly as typed, the shape doRead peels apart
       tsDataTail.
           if sp1 not greater than srcLineLen
             and rawLine(sp1:1) equal space then
               add 1 to sp1
           end-if
           compute sLen equal srcLineLen - sp1 + 1
           if sLen less than 0 then
               move 0 to sLen
           end-if
           if sLen greater than 250 then
               call "fatalN" using "DATA statement too long at",
                   by value basLineNo
           end-if
           move opSCONST to b
           perform tsEmit
           move sLen to b
           perform tsEmit
           perform varying j from 1 by 1 until j greater than sLen
               compute b equal function ord (rawLine(sp1:1)) - 1
               perform tsEmit
               add 1 to sp1
           end-perform
           move opEOL to b
           perform tsEmit
           perform tsPatchStmt
           move 1 to lineDone
           exit.

      ******************************************************
      * one operand token
       tsOperand.
           perform tsSkipSpaces
           if sp1 greater than srcLineLen then
               move opEOL to b
               perform tsEmit
               perform tsPatchStmt
               move 1 to lineDone
               exit paragraph
           end-if

           move ucLine(sp1:1) to ch1

           evaluate true

             when ch1 equal '"'
               perform tsString

             when (ch1 not less than "0" and ch1 not greater than "9")
               or ch1 equal "."
               perform tsNumber

             when ch1 equal ":"
               add 1 to sp1
      * a colon with nothing after it ends the line outright, so
      * no empty statement is stored
               move 1 to restBlank
               perform varying j from sp1 by 1
                 until j greater than srcLineLen
                   if ucLine(j:1) not equal space then
                       move 0 to restBlank
                       exit perform
                   end-if
               end-perform
               if restBlank not equal 0 then
                   move opEOL to b
                   perform tsEmit
                   perform tsPatchStmt
                   move 1 to lineDone
               else
                   move opColon to b
                   perform tsEmit
                   perform tsPatchStmt
                   move 1 to stmtDone
               end-if

             when ch1 equal ";"
               add 1 to sp1
               move opSemi to b
               perform tsEmit
               move 0 to prevWasValue

             when ch1 equal ","
               add 1 to sp1
      * commas inside subscript and substring parens are the array
      * comma, anywhere else the plain one
               if parenDepth greater than 0
                 and (parenKind(parenDepth) equal pkArray
                      or parenKind(parenDepth) equal pkSubstr) then
                   move opComma2 to b
               else
                   move opComma1 to b
               end-if
               perform tsEmit
               move 0 to prevWasValue

             when ch1 equal "#"
               add 1 to sp1
               move opSharp to b
               perform tsEmit
               move 0 to prevWasValue

             when ch1 equal "("
               add 1 to sp1
               move opOpen1 to b
               perform tsEmit
               move pkGroup to k
               perform tsPushParen
               move 0 to prevWasValue

             when ch1 equal ")"
               add 1 to sp1
               move opClose to b
               perform tsEmit
               perform tsPopParen
               move 1 to prevWasValue

             when ch1 equal "="
               add 1 to sp1
      * the first = of a LET/FOR at paren depth zero is the
      * assignment; its flavor follows the target's type. Every
      * other = is a comparison, string or numeric by what the
      * left side just built.
               if assignPending not equal 0 and parenDepth equal 0
                 then
                   if targetType equal vtTypeString then
                       move opEQ3 to b
                   else
                       move opEQ2 to b
                   end-if
                   move 0 to assignPending
               else
                   if stringExpr not equal 0 then
                       move opEQ4 to b
                   else
                       move opEQ1 to b
                   end-if
               end-if
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 equal "<"
               add 1 to sp1
               move opLT to b
               if sp1 not greater than srcLineLen then
                   if ucLine(sp1:1) equal "=" then
                       move opLE to b
                       add 1 to sp1
                   else
                       if ucLine(sp1:1) equal ">" then
                           move opNE to b
                           add 1 to sp1
                       end-if
                   end-if
               end-if
      * the string relationals sit a fixed H"12" above the numerics
               if stringExpr not equal 0 then
                   add 18 to b
               end-if
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 equal ">"
               add 1 to sp1
               move opGT to b
               if sp1 not greater than srcLineLen then
                   if ucLine(sp1:1) equal "=" then
                       move opGE to b
                       add 1 to sp1
                   end-if
               end-if
               if stringExpr not equal 0 then
                   add 18 to b
               end-if
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 equal "+"
               add 1 to sp1
               if prevWasValue not equal 0 then
                   move opPlus to b
               else
                   move opPlus2 to b
               end-if
               perform tsEmit
               move 0 to prevWasValue

             when ch1 equal "-"
               add 1 to sp1
               if prevWasValue not equal 0 then
                   move opMinus1 to b
               else
                   move opMinus2 to b
               end-if
               perform tsEmit
               move 0 to prevWasValue

             when ch1 equal "*"
               add 1 to sp1
               move opTimes to b
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 equal "/"
               add 1 to sp1
               move opDiv to b
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 equal "^"
               add 1 to sp1
               move opPow to b
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

             when ch1 not less than "A" and ch1 not greater than "Z"
               perform tsWord

             when other
               display "line " basLineNo " bad character " ch1
               call "fatal" using "cannot tokenize"

           end-evaluate
           exit.

       tsPushParen.
           if parenDepth not less than 32 then
               call "fatalN" using "parens too deep at line",
                   by value basLineNo
           end-if
           add 1 to parenDepth
           move k to parenKind(parenDepth)
           exit.

       tsPopParen.
           if parenDepth less than 1 then
               call "fatalN" using "unbalanced parens at line",
                   by value basLineNo
           end-if
           evaluate parenKind(parenDepth)
             when pkSubstr
               move 1 to stringExpr
             when pkFunStr
               move 1 to stringExpr
             when pkFunNum
               move 0 to stringExpr
             when pkArray
               move 0 to stringExpr
             when other
               continue
           end-evaluate
           subtract 1 from parenDepth
           exit.

      * a quoted constant, raw bytes to the closing quote
       tsString.
           add 1 to sp1
           move sp1 to j
           perform until j greater than srcLineLen
             or rawLine(j:1) equal '"'
               add 1 to j
           end-perform
           compute sLen equal j - sp1
           move opSCONST to b
           perform tsEmit
           move sLen to b
           perform tsEmit
           perform varying k from 1 by 1 until k greater than sLen
               compute b equal function ord (rawLine(sp1:1)) - 1
               perform tsEmit
               add 1 to sp1
           end-perform
           if sp1 not greater than srcLineLen then
               add 1 to sp1
           end-if
           move 1 to prevWasValue
           move 1 to stringExpr
           exit.

      * a numeric constant: digits, a decimal point, an optional
      * E exponent - packed into the 6-byte BCD form
       tsNumber.
           move 0 to mant
           move 0 to fracDigits
           move 0 to k
           perform until sp1 greater than srcLineLen
               move ucLine(sp1:1) to ch1
               if ch1 not less than "0" and ch1 not greater than "9"
                 then
                   compute mant equal mant * 10
                       + function ord (ch1) - function ord ("0")
                   if k not equal 0 then
                       add 1 to fracDigits
                   end-if
                   add 1 to sp1
               else
                   if ch1 equal "." and k equal 0 then
                       move 1 to k
                       add 1 to sp1
                   else
                       exit perform
                   end-if
               end-if
           end-perform

           move 0 to expVal
           move 1 to expSign
           if sp1 not greater than srcLineLen then
               if ucLine(sp1:1) equal "E" then
                   move sp1 to j
                   add 1 to j
                   if j not greater than srcLineLen then
                       if ucLine(j:1) equal "+" then
                           add 1 to j
                       else
                           if ucLine(j:1) equal "-" then
                               move -1 to expSign
                               add 1 to j
                           end-if
                       end-if
                   end-if
                   move 0 to i
                   perform until j greater than srcLineLen
                     or ucLine(j:1) less than "0"
                     or ucLine(j:1) greater than "9"
                       compute expVal equal expVal * 10
                           + function ord (ucLine(j:1))
                           - function ord ("0")
                       add 1 to i
                       add 1 to j
                   end-perform
                   if i not equal 0 then
                       move j to sp1
                   else
                       move 0 to expVal
                       move 1 to expSign
                   end-if
               end-if
           end-if

           compute dval equal mant *
               function exp10 (expSign * expVal - fracDigits)

           move opNCONST to b
           perform tsEmit
           call "packBCD" using by reference dval,
               by reference bcdBuf
           perform varying k from 1 by 1 until k greater than 6
               move bcdByte(k) to b
               perform tsEmit
           end-perform
           move 1 to prevWasValue
           move 0 to stringExpr
           exit.

      * a word in operand position: an operator keyword, a function,
      * or a variable reference
       tsWord.
           move 0 to bestLen
           move -1 to bestTok
           perform varying t from 1 by 1 until t greater than 32
               move spaces to nameBuf
               move opKwText(t) to nameBuf(1:6)
               move 6 to kwLen
               perform with test before until kwLen less than 1
                 or nameBuf(kwLen:1) not equal space
                   subtract 1 from kwLen
               end-perform
               if kwLen greater than bestLen
                 and sp1 + kwLen - 1 not greater than srcLineLen then
                   if ucLine(sp1:kwLen) equal nameBuf(1:kwLen) then
                       move kwLen to bestLen
                       move opKwTok(t) to bestTok
                   end-if
               end-if
           end-perform

           if bestTok less than 0 then
               perform tsVariable
               exit paragraph
           end-if

           add bestLen to sp1

           evaluate true

             when bestTok equal opGoto2 or bestTok equal opGosub2
               if stmtTok not equal tokON then
                   call "fatalN" using
                       "GOTO/GOSUB list outside ON at line",
                       by value basLineNo
               end-if
               move bestTok to b
               perform tsEmit
               move 0 to prevWasValue

             when bestTok equal opThen
               perform tsThen

             when bestTok not less than opStr
      * a function; its open paren is the fun-paren token
               move bestTok to b
               perform tsEmit
               perform tsSkipSpaces
               if sp1 greater than srcLineLen
                 or ucLine(sp1:1) not equal "(" then
                   call "fatalN" using
                       "function needs ( at line", by value basLineNo
               end-if
               add 1 to sp1
               move opOpen3 to b
               perform tsEmit
               if bestTok equal opStr or bestTok equal opChr then
                   move pkFunStr to k
               else
                   move pkFunNum to k
               end-if
               perform tsPushParen
               move 0 to prevWasValue
               move 0 to stringExpr

             when other
      * TO, STEP, NOT, OR, AND
               move bestTok to b
               perform tsEmit
               move 0 to prevWasValue
               move 0 to stringExpr

           end-evaluate
           exit.

      * THEN linenumber stays inside the IF statement; THEN with a
      * trailing statement ends the IF right after the THEN token
      * and the trailing statement follows with its own length byte,
      * the way the hardware tokenizer stored it
       tsThen.
           move opThen to b
           perform tsEmit
           perform tsSkipSpaces
           if sp1 greater than srcLineLen then
               call "fatalN" using "THEN with nothing after at line",
                   by value basLineNo
           end-if
           if ucLine(sp1:1) not less than "0"
             and ucLine(sp1:1) not greater than "9" then
               move 0 to prevWasValue
               exit paragraph
           end-if
           perform tsPatchStmt
           move 1 to stmtDone
           exit.

      * a variable reference; a numeric name followed by ( is an
      * array and carries the ( in its name, a $ name followed by (
      * is a substring of the plain string variable
       tsVariable.
           move spaces to nameBuf
           move 0 to nameLen
           perform until sp1 greater than srcLineLen
               move ucLine(sp1:1) to ch1
               if (ch1 not less than "A" and ch1 not greater than "Z")
                 or (ch1 not less than "0" and ch1 not greater than "9")
                 then
                   if nameLen less than 30 then
                       add 1 to nameLen
                       move ch1 to nameBuf(nameLen:1)
                   end-if
                   add 1 to sp1
               else
                   exit perform
               end-if
           end-perform

           move 0 to isStringVar
           if sp1 not greater than srcLineLen
             and ucLine(sp1:1) equal "$" then
               move 1 to isStringVar
               add 1 to nameLen
               move "$" to nameBuf(nameLen:1)
               add 1 to sp1
           end-if

           move 0 to isArrayVar
           perform tsSkipSpaces
           if isStringVar equal 0
             and sp1 not greater than srcLineLen
             and ucLine(sp1:1) equal "(" then
               move 1 to isArrayVar
               add 1 to nameLen
               move "(" to nameBuf(nameLen:1)
           end-if

           move 0 to varIdx
           perform varying t from 1 by 1 until t greater than nvars
               if vtn-name(t) equal nameBuf then
                   move t to varIdx
                   exit perform
               end-if
           end-perform
           if varIdx equal 0 then
               if nvars not less than 128 then
                   call "fatal" using "too many variables"
               end-if
               add 1 to nvars
               move nvars to varIdx
               move nameBuf to vtn-name(varIdx)
               move nameLen to vtn-len(varIdx)
               evaluate true
                 when isStringVar not equal 0
                   move vtTypeString to vtn-type(varIdx)
                 when isArrayVar not equal 0
                   move vtTypeArray to vtn-type(varIdx)
                 when other
                   move vtTypeScalar to vtn-type(varIdx)
               end-evaluate
           end-if

           if targetType less than 0 then
               move vtn-type(varIdx) to targetType
           end-if

           compute b equal 127 + varIdx
           perform tsEmit

           if isArrayVar not equal 0 then
               add 1 to sp1
               if inDim not equal 0 then
                   move opOpen6 to b
               else
                   move opOpen5 to b
               end-if
               perform tsEmit
               move pkArray to k
               perform tsPushParen
               move 0 to prevWasValue
               move 0 to stringExpr
           else
               if isStringVar not equal 0 then
                   if sp1 not greater than srcLineLen
                     and ucLine(sp1:1) equal "(" then
                       add 1 to sp1
                       if inDim not equal 0 then
                           move opOpen4 to b
                       else
                           move opOpen2 to b
                       end-if
                       perform tsEmit
                       move pkSubstr to k
                       perform tsPushParen
                       move 0 to prevWasValue
                   else
                       move 1 to prevWasValue
                   end-if
                   move 1 to stringExpr
               else
                   move 1 to prevWasValue
                   move 0 to stringExpr
               end-if
           end-if
           exit.

      ******************************************************
      * assemble the whole tokenized file: header, name table,
      * value table, code, and the empty immediate line at STMCUR
       tsAssemble.
           move 0 to vntLen
           perform varying t from 1 by 1 until t greater than nvars
               add vtn-len(t) to vntLen
           end-perform

           compute i equal 14 + vntLen + nvars * 8 + codeUsed + 6
           allocate (i) characters returning programFile
           move i to programFileLen

           move programFile to wp
           set address of wordCast to wp
           move 0 to wordCasted
           set wp up by 2
           set address of wordCast to wp
           move 14 to wordCasted
           set wp up by 2
           set address of wordCast to wp
           compute wordCasted equal 14 + vntLen - 1
           set wp up by 2
           set address of wordCast to wp
           compute wordCasted equal 14 + vntLen
           set wp up by 2
           set address of wordCast to wp
           compute wordCasted equal 14 + vntLen + nvars * 8
           set wp up by 2
           set address of wordCast to wp
           compute wordCasted equal
               14 + vntLen + nvars * 8 + codeUsed
           set wp up by 2
           set address of wordCast to wp
           compute wordCasted equal
               14 + vntLen + nvars * 8 + codeUsed + 6
           set wp up by 2

      * variable name table: the last character of each name carries
      * the high bit, the way analyzeBasicFile walks it back out
           perform varying t from 1 by 1 until t greater than nvars
               perform varying j from 1 by 1
                 until j greater than vtn-len(t)
                   compute b equal
                       function ord (vtn-name(t)(j:1)) - 1
                   if j equal vtn-len(t) then
                       add 128 to b
                   end-if
                   set address of svalCast to wp
                   move b to svalCasted
                   set wp up by 1
               end-perform
           end-perform

      * variable value table: type byte, 0-based number, six zeroes
           perform varying t from 1 by 1 until t greater than nvars
               set address of svalCast to wp
               move vtn-type(t) to svalCasted
               set wp up by 1
               set address of svalCast to wp
               compute svalCasted equal t - 1
               set wp up by 1
               perform varying j from 1 by 1 until j greater than 6
                   set address of svalCast to wp
                   move 0 to svalCasted
                   set wp up by 1
               end-perform
           end-perform

           move codeBuf to gotPtr
           perform varying j from 1 by 1 until j greater than codeUsed
               set address of byteCast to gotPtr
               set address of svalCast to wp
               move byteCasted to svalCasted
               set wp up by 1
               set gotPtr up by 1
           end-perform

           perform varying j from 1 by 1 until j greater than 6
               set address of svalCast to wp
               compute svalCasted equal
                   function ord (tailBytes(j:1)) - 1
               set wp up by 1
           end-perform

           free codeBuf
           exit.

       end program tokenizeSource.

      ******************************************************************
      **
      ** saveTokenizedProgram: bank the tokenized stream the source
      ** mode just built onto the mounted image, so the cart stays
      ** the system of record. OMGWTF2_SOURCE_SAVE's value picks the
      ** directory entry when it reads as NAME.EXT; anything else
      ** reuses the catalog name. flushAtrImage spills the image at
      ** exit as with any other write.
      **

       identification division.

       program-id. saveTokenizedProgram.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 pname pic x(8).
       01 ext pic x(3).
       01 i usage binary-long signed.
       01 dotSeen usage binary-long signed.
       01 pn usage binary-long signed.
       01 en usage binary-long signed.
       01 ch1 pic x.

       procedure division.

       move catalogPName to pname
       move catalogExt to ext

       move 0 to dotSeen
       perform varying i from 1 by 1 until i greater than 60
         or sourceSaveName(i:1) equal space
           if sourceSaveName(i:1) equal "." then
               move 1 to dotSeen
           end-if
       end-perform

       if dotSeen not equal 0 then
           move spaces to pname
           move spaces to ext
           move 0 to dotSeen
           move 0 to pn
           move 0 to en
           perform varying i from 1 by 1 until i greater than 60
             or sourceSaveName(i:1) equal space
               move function upper-case (sourceSaveName(i:1)) to ch1
               if ch1 equal "." then
                   move 1 to dotSeen
               else
                   if dotSeen equal 0 then
                       if pn less than 8 then
                           add 1 to pn
                           move ch1 to pname(pn:1)
                       end-if
                   else
                       if en less than 3 then
                           add 1 to en
                           move ch1 to ext(en:1)
                       end-if
                   end-if
               end-if
           end-perform
       end-if

       call "atrWriteFile" using by reference pname,
           by reference ext,
           by value programFile, by value programFileLen

       call "printf" using "SAVED %.8s.%.3s onto the image" & x"0a",
           by reference pname, by reference ext

       goback.

       end program saveTokenizedProgram.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** ATR image write-back and BASIC disk file I/O
      **
      ** The routines below maintain the same DOS 2.0 structures
      ** readBasicFile reads: the 8 directory sectors at H"169", the
      ** VTOC free-sector bitmap at sector 360, and 125-byte data
      ** sectors chained through their trailing three link bytes.
      ** A program's OPEN/PRINT#/PUT/GET/INPUT#/CLOSE run against an
      ** in-memory copy of the file (one IOCB per channel); CLOSE
      ** rewrites the file's sector chain, directory entry and VTOC,
      ** and flushAtrImage spills the modified image - with a freshly
      ** computed header CRC - back over the .atr file at exit.
      **

      ******************************************************************
      **
      ** findDirEntry: locate a directory entry by name, the same scan
      ** readBasicFile does for the program file. Returns the 1-based
      ** directory sector number and entry number, or found = 0.
      **

       identification division.

       program-id. findDirEntry.

       environment division.

       01 numDirEntries constant as 8.

       01 i usage binary-long signed.
       01 entryNum usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 secPtr usage pointer.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       linkage section.

       01 pname pic x(8).
       01 ext pic x(3).
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.

       procedure division using by reference pname, by reference ext,
                                by reference dirSn, by reference dirEnt,
                                by reference found.

       move 0 to found

       perform varying i from atrDirFirst by 1
         until i greater than atrDirLast

           call "atrSectorAddr" using by value i,
               by reference secPtr
           set address of dirSector to secPtr

           perform varying entryNum from 1 by 1
             until entryNum greater than numDirEntries

               move dirEntry-flag(entryNum) to flagByte

      * in use: the H"40" bit set and the deleted H"80" bit clear
               if flagByte greater than or equal to H"40"
                 and flagByte less than H"80"
                 and dirEntry-pname(entryNum) equal pname
                 and dirEntry-ext(entryNum) equal ext then
                   move i to dirSn
                   move entryNum to dirEnt
                   move 1 to found
                   goback
               end-if

           end-perform

       end-perform

       goback.

       end program findDirEntry.

      ******************************************************************
      **
      ** resolveCatalogDir: walk the catalog spec's directory
      ** components from the root and leave atrDirFirst/atrDirLast
      ** pointing at the final directory, so every later entry
      ** lookup - the program loader, OPEN #n, the librarian - works
      ** inside it. MyDOS subdirectories carry the H"10" flag bit
      ** and occupy eight contiguous sectors, the same shape as the
      ** root.
      **

       identification division.

       program-id. resolveCatalogDir.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 numDirEntries constant as 8.

       01 sp1 usage binary-long signed.
       01 i usage binary-long signed.
       01 entryNum usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 subdirBit usage binary-long signed.
       01 found usage binary-long signed.
       01 ssn usage binary-long signed.
       01 pname pic x(8).
       01 ext pic x(3).
       01 dotSeen usage binary-long signed.
       01 pn usage binary-long signed.
       01 en usage binary-long signed.
       01 ch1 pic x.
       01 secPtr usage pointer.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       procedure division.

       if catalogDirPath equal spaces then
           goback
       end-if

       if atrMyDos equal 0 then
           call "fatal" using
               "directory path given but image is not MyDOS"
       end-if

       move 1 to sp1
       perform until sp1 greater than 128

      * the next path component as a space-padded name and extension
           perform until sp1 greater than 128
             or (catalogDirPath(sp1:1) not equal ":"
                 and catalogDirPath(sp1:1) not equal space)
               add 1 to sp1
           end-perform
           if sp1 greater than 128 then
               exit perform
           end-if

           move spaces to pname
           move spaces to ext
           move 0 to dotSeen
           move 0 to pn
           move 0 to en
           perform until sp1 greater than 128
             or catalogDirPath(sp1:1) equal ":"
             or catalogDirPath(sp1:1) equal space
               move function upper-case (catalogDirPath(sp1:1))
                 to ch1
               if ch1 equal "." then
                   move 1 to dotSeen
               else
                   if dotSeen equal 0 then
                       if pn less than 8 then
                           add 1 to pn
                           move ch1 to pname(pn:1)
                       end-if
                   else
                       if en less than 3 then
                           add 1 to en
                           move ch1 to ext(en:1)
                       end-if
                   end-if
               end-if
               add 1 to sp1
           end-perform

           if pn equal 0 then
               exit perform cycle
           end-if

           move 0 to found
           perform varying i from atrDirFirst by 1
             until i greater than atrDirLast

               call "atrSectorAddr" using by value i,
                   by reference secPtr
               set address of dirSector to secPtr

               perform varying entryNum from 1 by 1
                 until entryNum greater than numDirEntries
                   move dirEntry-flag(entryNum) to flagByte
                   divide flagByte by H"10" giving subdirBit
                   if flagByte less than H"80"
                     and function mod (subdirBit, 2) equal 1
                     and dirEntry-pname(entryNum) equal pname
                     and dirEntry-ext(entryNum) equal ext then
                       move dirEntry-ssn(entryNum) to ssn
                       move 1 to found
                       exit perform
                   end-if
               end-perform

               if found not equal 0 then
                   exit perform
               end-if

           end-perform

           if found equal 0 then
               display "no such directory: " pname "." ext
               call "fatal" using "directory path does not resolve"
           end-if

           move ssn to atrDirFirst
           compute atrDirLast equal ssn + 7

       end-perform

       call "printf" using "DIRECTORY %.128s selected" & x"0a",
           by reference catalogDirPath

       goback.

       end program resolveCatalogDir.

      ******************************************************************
      **
      ** vtocMarkSector: flip one sector's bit in the VTOC free-sector
      ** bitmap (bit set = free, most significant bit first) and keep
      ** the free-sector count word in step
      **

       identification division.

       program-id. vtocMarkSector.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 byteIdx usage binary-long signed.
       01 byteOff usage binary-long signed.
       01 bitVal usage binary-long signed.
       01 cur usage binary-long signed.
       01 isFree usage binary-long signed.
       01 freeCount usage binary-long signed.
       01 mapSn usage binary-long signed.
       01 secPtr usage pointer.

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       linkage section.

       01 sn usage binary-long signed.
       01 markUsed usage binary-long signed.

       procedure division using by value sn, by value markUsed.

       if sn less than 1 or sn greater than atrMapLimit then
           call "fatalN" using "vtoc sector out of range", by value sn
       end-if

      * every sector taken into use is one the run writes
       if markUsed not equal 0 then
           add 1 to acctSectors
       end-if

       compute bitVal equal 2 ** (7 - function mod (sn, 8))

      * MyDOS keeps one contiguous map from byte 10 of sector 360,
      * running downward through 359, 358, ... on big disks, with
      * the running free count staying in sector 360's count word
       if atrMyDos not equal 0 then
           compute byteOff equal 10 + sn / 8
           compute mapSn equal atrVtocSector - byteOff / atrSecSize
           compute byteIdx equal
               function mod (byteOff, atrSecSize) + 1

           call "atrSectorAddr" using by value mapSn,
               by reference secPtr
           set address of secBytes to secPtr
           move secByte(byteIdx) to cur
           compute isFree equal function mod (cur / bitVal, 2)

           if markUsed not equal 0 and isFree equal 1 then
               subtract bitVal from cur
           end-if
           if markUsed equal 0 and isFree equal 0 then
               add bitVal to cur
           end-if
           move cur to secByte(byteIdx)

           call "atrSectorAddr" using by value atrVtocSector,
               by reference secPtr
           set address of secBytes to secPtr
           compute freeCount equal secByte(4) + secByte(5) * 256
           if markUsed not equal 0 and isFree equal 1 then
               subtract 1 from freeCount
           end-if
           if markUsed equal 0 and isFree equal 0 then
               add 1 to freeCount
           end-if
           compute secByte(4) equal function mod (freeCount, 256)
           compute secByte(5) equal freeCount / 256

           move 1 to atrDirty
           goback
       end-if

      * sectors through 719 live in the DOS 2.0 VTOC; past that it
      * is the DOS 2.5 VTOC2, whose map starts at sector 48 and
      * keeps its own free count for the sectors above 719
       if sn less than 720 then

           compute byteIdx equal 11 + sn / 8
           call "atrSectorAddr" using by value atrVtocSector,
               by reference secPtr
           set address of secBytes to secPtr

           move secByte(byteIdx) to cur
           compute isFree equal function mod (cur / bitVal, 2)

           compute freeCount equal secByte(4) + secByte(5) * 256

           if markUsed not equal 0 and isFree equal 1 then
               subtract bitVal from cur
               subtract 1 from freeCount
           end-if
           if markUsed equal 0 and isFree equal 0 then
               add bitVal to cur
               add 1 to freeCount
           end-if

           move cur to secByte(byteIdx)
           compute secByte(4) equal function mod (freeCount, 256)
           compute secByte(5) equal freeCount / 256

      * DOS 2.5 repeats the map for sectors 48-719 in VTOC2; keep
      * the copies in step
           if atrVtoc2Sector not equal 0 and sn not less than 48 then
               compute byteIdx equal (sn - 48) / 8 + 1
               call "atrSectorAddr" using by value atrVtoc2Sector,
                   by reference secPtr
               set address of secBytes to secPtr
               move cur to secByte(byteIdx)
           end-if

       else

           if atrVtoc2Sector equal 0 then
               call "fatalN" using "vtoc sector out of range",
                   by value sn
           end-if

           compute byteIdx equal (sn - 48) / 8 + 1
           call "atrSectorAddr" using by value atrVtoc2Sector,
               by reference secPtr
           set address of secBytes to secPtr

           move secByte(byteIdx) to cur
           compute isFree equal function mod (cur / bitVal, 2)

           compute freeCount equal secByte(123) + secByte(124) * 256

           if markUsed not equal 0 and isFree equal 1 then
               subtract bitVal from cur
               subtract 1 from freeCount
           end-if
           if markUsed equal 0 and isFree equal 0 then
               add bitVal to cur
               add 1 to freeCount
           end-if

           move cur to secByte(byteIdx)
           compute secByte(123) equal function mod (freeCount, 256)
           compute secByte(124) equal freeCount / 256

       end-if

       move 1 to atrDirty

       goback.

       end program vtocMarkSector.

      ******************************************************************
      **
      ** vtocSectorFree: read one sector's bit out of the VTOC bitmap
      ** (1 = free)
      **

       identification division.

       program-id. vtocSectorFree.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 byteIdx usage binary-long signed.
       01 byteOff usage binary-long signed.
       01 mapSn usage binary-long signed.
       01 bitVal usage binary-long signed.
       01 cur usage binary-long signed.
       01 secPtr usage pointer.

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       linkage section.

       01 sn usage binary-long signed.
       01 isFree usage binary-long signed.

       procedure division using by value sn, by reference isFree.

       if sn less than 1 or sn greater than atrMapLimit then
           call "fatalN" using "vtoc sector out of range", by value sn
       end-if

       compute bitVal equal 2 ** (7 - function mod (sn, 8))

      * the MyDOS map runs downward from byte 10 of sector 360
       if atrMyDos not equal 0 then
           compute byteOff equal 10 + sn / 8
           compute mapSn equal atrVtocSector - byteOff / atrSecSize
           compute byteIdx equal
               function mod (byteOff, atrSecSize) + 1
           call "atrSectorAddr" using by value mapSn,
               by reference secPtr
           set address of secBytes to secPtr
           move secByte(byteIdx) to cur
           compute isFree equal function mod (cur / bitVal, 2)
           goback
       end-if

       if sn less than 720 then
           compute byteIdx equal 11 + sn / 8
           call "atrSectorAddr" using by value atrVtocSector,
               by reference secPtr
       else
           if atrVtoc2Sector equal 0 then
               call "fatalN" using "vtoc sector out of range",
                   by value sn
           end-if
           compute byteIdx equal (sn - 48) / 8 + 1
           call "atrSectorAddr" using by value atrVtoc2Sector,
               by reference secPtr
       end-if

       set address of secBytes to secPtr
       move secByte(byteIdx) to cur
       compute isFree equal function mod (cur / bitVal, 2)

       goback.

       end program vtocSectorFree.

      ******************************************************************
      **
      ** atrLoadFile: read a directory entry's whole sector chain into
      ** a caller-supplied buffer, with the same chain validation the
      ** program loader does
      **

       identification division.

       program-id. atrLoadFile.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 numDirEntries constant as 8.

       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 cnt usage binary-long signed.
       01 sn usage binary-long signed.
       01 used usage binary-long signed.
       01 bp usage pointer.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       01 secPtr usage pointer.

       01 visitedSector occurs 65535 times usage binary-char
           unsigned.

       linkage section.

       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 buf usage pointer.
       01 len usage binary-long signed.

       procedure division using by value dirSn, by value dirEnt,
                                by value buf, by reference len.

       call "atrSectorAddr" using by value dirSn,
           by reference secPtr
       set address of dirSector to secPtr

       move dirEntry-count(dirEnt) to cnt
       move dirEntry-ssn(dirEnt) to sn

       perform varying i from 1 by 1 until i greater than 65535
           move 0 to visitedSector(i)
       end-perform

       move 0 to len
       move buf to bp

       perform varying i from 1 by 1 until i greater than cnt

           if sn less than 1 or sn greater than atrTotalSectors then
               call "fatalN" using
                 "corrupt sector chain: sector out of range",
                 by value sn
           end-if

           if visitedSector(sn) not equal 0 then
               call "fatalN" using
                 "corrupt sector chain: circular reference",
                 by value sn
           end-if
           move 1 to visitedSector(sn)

           call "atrSectorAddr" using by value sn,
               by reference secPtr
           set address of secBytes to secPtr

           move secByte(atrDataBytes + 3) to used
           if used greater than atrDataBytes then
               move atrDataBytes to used
           end-if

           perform varying j from 1 by 1 until j greater than used
               set address of svalCast to bp
               move secByte(j) to svalCasted
               set bp up by 1
           end-perform
           add used to len

           if atrWideLinks not equal 0 then
               compute sn equal
                   secByte(atrDataBytes + 1) * 256 +
                   secByte(atrDataBytes + 2)
           else
               compute sn equal
                   function mod (secByte(atrDataBytes + 1), 4)
                   * 256 + secByte(atrDataBytes + 2)
           end-if

           if sn equal 0 then
               exit perform
           end-if

       end-perform

       goback.

       end program atrLoadFile.

      ******************************************************************
      **
      ** atrDeleteEntry: mark a directory entry deleted and hand its
      ** sector chain back to the VTOC free map
      **

       identification division.

       program-id. atrDeleteEntry.

       environment division.


       copy "constants.cpy".

       01 numDirEntries constant as 8.

       01 i usage binary-long signed.
       01 cnt usage binary-long signed.
       01 sn usage binary-long signed.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       01 secPtr usage pointer.

       01 visitedSector occurs 65535 times usage binary-char
           unsigned.

       linkage section.

       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.

       procedure division using by value dirSn, by value dirEnt.

       if atrProtected not equal 0 then
           call "fireTrap"
           call "fatal" using "disk is write protected"
       end-if

       call "atrSectorAddr" using by value dirSn,
           by reference secPtr
       set address of dirSector to secPtr

       move dirEntry-count(dirEnt) to cnt
       move dirEntry-ssn(dirEnt) to sn

       perform varying i from 1 by 1 until i greater than 65535
           move 0 to visitedSector(i)
       end-perform

       perform varying i from 1 by 1 until i greater than cnt

           if sn less than 1 or sn greater than atrTotalSectors then
               exit perform
           end-if
           if visitedSector(sn) not equal 0 then
               exit perform
           end-if
           move 1 to visitedSector(sn)

           call "vtocMarkSector" using by value sn, by value 0

           call "atrSectorAddr" using by value sn,
               by reference secPtr
           set address of secBytes to secPtr
           if atrWideLinks not equal 0 then
               compute sn equal
                   secByte(atrDataBytes + 1) * 256 +
                   secByte(atrDataBytes + 2)
           else
               compute sn equal
                   function mod (secByte(atrDataBytes + 1), 4)
                   * 256 + secByte(atrDataBytes + 2)
           end-if

           if sn equal 0 then
               exit perform
           end-if

       end-perform

       move H"80" to dirEntry-flag(dirEnt)
       move 1 to atrDirty

       goback.

       end program atrDeleteEntry.

      ******************************************************************
      **
      ** atrWriteFile: write a whole file image out as a fresh sector
      ** chain - replace any existing file of the same name, allocate
      ** free sectors from the VTOC, link them with the file number in
      ** the high six bits, and fill in a directory entry
      **

       identification division.

       program-id. atrWriteFile.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 numDirEntries constant as 8.

       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 sn usage binary-long signed.
       01 needed usage binary-long signed.
       01 got usage binary-long signed.
       01 isFree usage binary-long signed.
       01 slotSn usage binary-long signed.
       01 slotEnt usage binary-long signed.
       01 slotFound usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 fileNum usage binary-long signed.
       01 nextSn usage binary-long signed.
       01 used usage binary-long signed.
       01 remLen usage binary-long signed.
       01 bp usage pointer.
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.

       01 allocLimit usage binary-long signed.
       01 secPtr usage pointer.

       01 secList.
           05 secListSn occurs 65535 times usage binary-short
               unsigned.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       linkage section.

       01 pname pic x(8).
       01 ext pic x(3).
       01 buf usage pointer.
       01 len usage binary-long signed.

       procedure division using by reference pname, by reference ext,
                                by value buf, by value len.

       if atrProtected not equal 0 then
           call "fireTrap"
           call "fatal" using "disk is write protected"
       end-if

      * replace-in-place: an existing file of this name goes back to
      * the free map first, so its own sectors can be reused
       call "findDirEntry" using by reference pname, by reference ext,
           by reference dirSn, by reference dirEnt, by reference found
       if found not equal 0 then
           call "atrDeleteEntry" using by value dirSn, by value dirEnt
       end-if

       compute needed equal (len + atrDataBytes - 1) / atrDataBytes
       if needed equal 0 then
           move 1 to needed
       end-if

      * a free (never used or deleted) directory slot
       move 0 to slotFound
       perform varying i from atrDirFirst by 1
         until i greater than atrDirLast or slotFound not equal 0
           call "atrSectorAddr" using by value i,
               by reference secPtr
           set address of dirSector to secPtr
           perform varying j from 1 by 1
             until j greater than numDirEntries
               move dirEntry-flag(j) to flagByte
               if flagByte equal 0 or flagByte greater than or
                 equal to H"80" then
                   move i to slotSn
                   move j to slotEnt
                   move 1 to slotFound
                   exit perform
               end-if
           end-perform
       end-perform

       if slotFound equal 0 then
           call "fireTrap"
           call "fatal" using "directory full"
       end-if

       compute fileNum equal (slotSn - atrDirFirst) * numDirEntries
           + slotEnt - 1

      * collect enough free data sectors, skipping the system areas;
      * the free map covers sectors 0 through atrMapLimit (719, or
      * 1023 with a DOS 2.5 VTOC2), so sectors past it are never
      * allocated, same as DOS itself
       move atrMapLimit to allocLimit
       move 0 to got
       perform varying sn from 4 by 1
         until sn greater than allocLimit
           or got equal needed
           if sn less than atrVtocSector or sn greater than atrDirLast
             then
               call "vtocSectorFree" using by value sn,
                   by reference isFree
               if isFree equal 1 then
                   add 1 to got
                   move sn to secListSn(got)
               end-if
           end-if
       end-perform

       if got less than needed then
           call "fireTrap"
           call "fatal" using "disk full"
       end-if

      * lay the data down and link the chain
       move buf to bp
       move len to remLen

       perform varying i from 1 by 1 until i greater than needed

           move secListSn(i) to sn
           if i less than needed then
               move secListSn(i + 1) to nextSn
           else
               move 0 to nextSn
           end-if

           move remLen to used
           if used greater than atrDataBytes then
               move atrDataBytes to used
           end-if

           call "atrSectorAddr" using by value sn,
               by reference secPtr
           set address of secBytes to secPtr

           perform varying j from 1 by 1 until j greater than
             atrDataBytes
               if j greater than used then
                   move 0 to secByte(j)
               else
                   set address of svalCast to bp
                   move svalCasted to secByte(j)
                   set bp up by 1
               end-if
           end-perform

      * a big MyDOS disk links with the full 16-bit sector
      * number; the flat layouts keep the file number in the
      * high six bits
           if atrWideLinks not equal 0 then
               compute secByte(atrDataBytes + 1) equal
                   nextSn / 256
           else
               compute secByte(atrDataBytes + 1) equal
                   fileNum * 4 + nextSn / 256
           end-if
           compute secByte(atrDataBytes + 2) equal
               function mod (nextSn, 256)
           move used to secByte(atrDataBytes + 3)

           subtract used from remLen

           call "vtocMarkSector" using by value sn, by value 1

       end-perform

      * the directory entry last, once the chain is in place. The
      * H"04" flag bit must follow the link format the chain was
      * actually written with: every chain on a wide-link MyDOS
      * image carries 16-bit links, every chain on a narrow MyDOS
      * image carries file-numbered links, and only DOS 2.5 flips
      * per file when a chain reaches past sector 719
       call "atrSectorAddr" using by value slotSn,
           by reference secPtr
       set address of dirSector to secPtr
       move H"42" to dirEntry-flag(slotEnt)
       if atrWideLinks not equal 0 then
           move H"46" to dirEntry-flag(slotEnt)
       else
           if atrVtoc2Sector not equal 0 then
               perform varying i from 1 by 1 until i greater than
                 needed
                   if secListSn(i) greater than 719 then
                       move H"46" to dirEntry-flag(slotEnt)
                       exit perform
                   end-if
               end-perform
           end-if
       end-if
       move needed to dirEntry-count(slotEnt)
       move secListSn(1) to dirEntry-ssn(slotEnt)
       move pname to dirEntry-pname(slotEnt)
       move ext to dirEntry-ext(slotEnt)

       move 1 to atrDirty

       goback.

       end program atrWriteFile.

      ******************************************************************
      **
      ** parseDeviceName: pick a "D:NAME.EXT" counted string apart -
      ** everything up to the colon is the device, D: or D1: through
      ** D8:, which becomes the current drive; then the space-padded
      ** name and extension the directory stores
      **

       identification division.

       program-id. parseDeviceName.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long signed.
       01 nameLen usage binary-long signed.
       01 nch usage binary-long signed.
       01 colonPos usage binary-long signed.
       01 dotSeen usage binary-long signed.
       01 pn usage binary-long signed.
       01 en usage binary-long signed.
       01 np usage pointer.
       01 driveNum usage binary-long signed.

       linkage section.

       01 fname usage pointer.
       01 pname pic x(8).
       01 ext pic x(3).

       procedure division using by value fname,
                                by reference pname,
                                by reference ext.

       move fname to np
       set address of byteCast to np
       move byteCasted to nameLen
       set np up by 1

       move 0 to colonPos
       perform varying i from 1 by 1 until i greater than nameLen
           set address of byteCast to np
           move byteCasted to nch
           if nch equal 58 then *> ':'
               move i to colonPos
               set np up by 1
               exit perform
           end-if
           set np up by 1
       end-perform

       if colonPos equal 0 then
           call "fireTrap"
           call "fatal" using "bad device name"
       end-if

       move fname to np
       set np up by 1
       set address of byteCast to np
       move byteCasted to nch
       if nch not equal 68 and not equal 100 then *> 'D' / 'd'
           call "fireTrap"
           call "fatal" using "unsupported device"
       end-if

      * D: is D1:, as on the hardware; Dn: names drive n
       move 1 to driveNum
       if colonPos equal 3 then
           set np up by 1
           set address of byteCast to np
           move byteCasted to nch
           if nch less than 49 or nch greater than 56 then *> '1'-'8'
               call "fireTrap"
               call "fatal" using "bad drive number"
           end-if
           compute driveNum equal nch - 48
       end-if
       if colonPos greater than 3 then
           call "fireTrap"
           call "fatal" using "unsupported device"
       end-if
       call "checkDrive" using by value driveNum
       call "selectDrive" using by value driveNum

       move fname to np
       set np up by colonPos
       set np up by 1

       move spaces to pname
       move spaces to ext
       move 0 to dotSeen
       move 0 to pn
       move 0 to en

       perform varying i from colonPos by 1
         until i greater than or equal to nameLen
           set address of byteCast to np
           move byteCasted to nch
           set np up by 1
           if nch equal 46 then *> '.'
               move 1 to dotSeen
           else
               if nch greater than 96 and nch less than 123 then
                   subtract 32 from nch
               end-if
               if dotSeen equal 0 then
                   if pn less than 8 then
                       add 1 to pn
                       set address of svalCast to
                           address of pname(pn:1)
                       move nch to svalCasted
                   end-if
               else
                   if en less than 3 then
                       add 1 to en
                       set address of svalCast to
                           address of ext(en:1)
                       move nch to svalCasted
                   end-if
               end-if
           end-if
       end-perform

       if pn equal 0 then
           call "fireTrap"
           call "fatal" using "empty file name"
       end-if

       goback.

       end program parseDeviceName.

      ******************************************************************
      **
      ** doOpen: OPEN #channel,mode,aux,"D:NAME.EXT". Modes follow the
      ** Atari CIO: 4 read, 8 write (replace), 9 append, 12 update.
      ** The whole file is staged in the channel's IOCB buffer; writes
      ** reach the disk image when doClose rewrites the chain.
      **

       identification division.

       program-id. doOpen.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 ich usage binary-long signed.
       01 imode usage binary-long signed.
       01 pname pic x(8).
       01 ext pic x(3).
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.

       linkage section.

       01 channel usage computational-2.
       01 fmode usage computational-2.
       01 aux2 usage computational-2.
       01 fname usage pointer.

       procedure division using by reference channel,
                                by reference fmode,
                                by reference aux2,
                                by value fname.

       move channel to ich
       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) not equal 0 then
           call "fireTrap"
           call "fatalN" using "channel already open", by value ich
       end-if

       move fmode to imode
       if imode not equal 4 and not equal 8 and not equal 9
         and not equal 12 then
           call "fireTrap"
           call "fatalN" using "unsupported OPEN mode", by value imode
       end-if

       call "parseDeviceName" using by value fname,
           by reference pname, by reference ext

       if imode not equal 4 and atrProtected not equal 0 then
           call "fireTrap"
           call "fatal" using "disk is write protected"
       end-if

       compute iocb-cap(ich) equal atrTotalSectors * atrDataBytes
       allocate (iocb-cap(ich)) characters
           returning iocb-buf(ich)
       move 0 to iocb-len(ich)
       move 0 to iocb-pos(ich)

       if imode not equal 8 then
           call "findDirEntry" using by reference pname,
               by reference ext, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               if imode equal 4 then
                   free iocb-buf(ich)
                   move NULL to iocb-buf(ich)
                   call "fireTrap"
                   call "fatal" using "file not found"
               end-if
      * append/update to a file that is not there yet starts empty
           else
               call "atrLoadFile" using by value dirSn,
                   by value dirEnt, by value iocb-buf(ich),
                   by reference iocb-len(ich)
           end-if
           if imode equal 9 then
               move iocb-len(ich) to iocb-pos(ich)
           end-if
       end-if

       move pname to iocb-pname(ich)
       move ext to iocb-ext(ich)
       move imode to iocb-mode(ich)
       move currentDrive to iocb-drive(ich)

       goback.

       end program doOpen.

      ******************************************************************
      **
      ** closeIocbChannel: the close machinery shared by doClose, the
      ** exit paths, and re-OPEN handling. Write modes rewrite the
      ** file on the image; every mode releases the staging buffer.
      **

       identification division.

       program-id. closeIocbChannel.

       environment division.


       copy "constants.cpy".

       linkage section.

       01 ich usage binary-long signed.

       procedure division using by value ich.

       if ich less than 1 or ich greater than 7 then
           goback
       end-if

       if iocb-mode(ich) equal 0 then
           goback
       end-if

       if iocb-mode(ich) equal 8 or equal 9 or equal 12 then
           call "selectDrive" using by value iocb-drive(ich)
           call "atrWriteFile" using by reference iocb-pname(ich),
               by reference iocb-ext(ich),
               by value iocb-buf(ich), by value iocb-len(ich)
       end-if

       if iocb-buf(ich) not equal NULL then
           free iocb-buf(ich)
           move NULL to iocb-buf(ich)
       end-if
       move 0 to iocb-mode(ich)
       move 0 to iocb-len(ich)
       move 0 to iocb-pos(ich)

       goback.

       end program closeIocbChannel.

      ******************************************************************
      **
      ** doClose: CLOSE #channel
      **

       identification division.

       program-id. doClose.

       environment division.

       copy "constants.cpy".

       01 ich usage binary-long signed.

       linkage section.

       01 channel usage computational-2.

       procedure division using by reference channel.

       move channel to ich

      * CLOSE of the screen channel, or of a channel that is not
      * open, is quietly ignored, as on the real machine
       if ich less than 1 or ich greater than 7 then
           goback
       end-if

       call "closeIocbChannel" using by value ich

       goback.

       end program doClose.

      ******************************************************************
      **
      ** closeIocbChannels: flush every open disk channel back to the
      ** image - called on every exit path
      **

       identification division.

       program-id. closeIocbChannels.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 i usage binary-long signed.

       procedure division.

       perform varying i from 1 by 1 until i greater than 7
           call "closeIocbChannel" using by value i
       end-perform

       goback.

       end program closeIocbChannels.

      ******************************************************************
      **
      ** iocbPutByte: append/overwrite one byte at the channel's
      ** cursor - the shared write primitive under PUT and PRINT#
      **

       identification division.

       program-id. iocbPutByte.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 bp usage pointer.

       linkage section.

       01 ich usage binary-long signed.
       01 byteVal usage binary-long signed.

       procedure division using by value ich, by value byteVal.

       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) equal 0 then
           call "fireTrap"
           call "fatalN" using "channel not open", by value ich
       end-if

       if iocb-mode(ich) equal 4 then
           call "fireTrap"
           call "fatalN" using "channel open for read only",
               by value ich
       end-if

       if iocb-pos(ich) greater than or equal to iocb-cap(ich) then
           call "fireTrap"
           call "fatal" using "disk full"
       end-if

       move iocb-buf(ich) to bp
       set bp up by iocb-pos(ich)
       set address of svalCast to bp
       compute svalCasted equal function mod (byteVal, 256)

       add 1 to iocb-pos(ich)
       if iocb-pos(ich) greater than iocb-len(ich) then
           move iocb-pos(ich) to iocb-len(ich)
       end-if

       goback.

       end program iocbPutByte.

      ******************************************************************
      **
      ** doPut: PUT #channel,value - channel 0 goes to the screen,
      ** anything else through the channel's IOCB
      **

       identification division.

       program-id. doPut.

       environment division.


       copy "constants.cpy".

       01 ich usage binary-long signed.
       01 ival usage binary-long signed.

       linkage section.

       01 channel usage computational-2.
       01 val usage computational-2.

       procedure division using by reference channel,
                                by reference val.

       move channel to ich
       move val to ival
       compute ival equal function mod (ival, 256)

       if ich equal 0 then
           call "printChar" using by value ival
           goback
       end-if

       call "iocbPutByte" using by value ich, by value ival

       goback.

       end program doPut.

      ******************************************************************
      **
      ** doGet: GET #channel,var - read one byte at the channel's
      ** cursor into a scalar variable
      **

       identification division.

       program-id. doGet.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 ich usage binary-long signed.
       01 bp usage pointer.
       01 byteVal usage binary-long signed.
       01 val usage computational-2.

       linkage section.

       01 channel usage computational-2.
       01 varNum usage binary-long signed.

       procedure division using by reference channel,
                                by value varNum.

       move channel to ich
       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) equal 0 then
           call "fireTrap"
           call "fatalN" using "channel not open", by value ich
       end-if

       if iocb-pos(ich) greater than or equal to iocb-len(ich) then
           call "fireTrap"
           call "fatal" using "end of file"
       end-if

       move iocb-buf(ich) to bp
       set bp up by iocb-pos(ich)
       set address of byteCast to bp
       move byteCasted to byteVal
       add 1 to iocb-pos(ich)

       move byteVal to val
       call "doLet" using by value varNum, by reference val

       goback.

       end program doGet.

      ******************************************************************
      **
      ** doInputChannel: INPUT #channel;A$ - read one ATASCII
      ** EOL-terminated record from the channel into a string
      ** variable, same truncation rules as keyboard INPUT
      **

       identification division.

       program-id. doInputChannel.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 ich usage binary-long signed.
       01 maxLen usage binary-long signed.
       01 len usage binary-long signed.
       01 byteVal usage binary-long signed.
       01 bp usage pointer.
       01 sval usage pointer.

       linkage section.

       01 varNum usage binary-long signed.
       01 channel usage binary-long signed.

       procedure division using by value varNum, by value channel.

       move channel to ich
       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) equal 0 then
           call "fireTrap"
           call "fatalN" using "channel not open", by value ich
       end-if

       if varNum less than zero or greater than or equal to nv then
           call "fatalN" using "varNum out of range", by value varNum
       end-if

      * varNum is 1-based
       add 1 to varNum

       if vts-type(varNum) not equal to vtTypeString then
           call "fatal" using "doInputChannel expected a string"
       end-if

       if vts-sval(varNum) equal NULL then
           call "fatal" using "unallocated string"
       end-if

       if iocb-pos(ich) greater than or equal to iocb-len(ich) then
           call "fireTrap"
           call "fatal" using "end of file"
       end-if

       move vts-dim(varNum) to maxLen
       move 0 to len

       move vts-sval(varNum) to sval
       set sval up by 1

       perform until iocb-pos(ich)
         greater than or equal to iocb-len(ich)

           move iocb-buf(ich) to bp
           set bp up by iocb-pos(ich)
           set address of byteCast to bp
           move byteCasted to byteVal
           add 1 to iocb-pos(ich)

           if byteVal equal H"9b" or byteVal equal 10 then
               exit perform
           end-if

           if len less than maxLen then
               add 1 to len
               set address of svalCast to sval
               move byteVal to svalCasted
               set sval up by 1
           end-if

       end-perform

       move vts-sval(varNum) to sval
       set address of svalCast to sval
       move len to svalCasted

       goback.

       end program doInputChannel.

      ******************************************************************
      **
      ** doStatus: STATUS #channel,var - the CIO status of the
      ** channel: 1 (operation complete) for the screen or an open
      ** channel, 133 (device not open) otherwise
      **

       identification division.

       program-id. doStatus.

       environment division.


       copy "constants.cpy".

       01 ich usage binary-long signed.
       01 val usage computational-2.

       linkage section.

       01 channel usage computational-2.
       01 varNum usage binary-long signed.

       procedure division using by reference channel,
                                by value varNum.

       move channel to ich

       if ich less than 0 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if ich equal 0 then
           move 1 to val
       else
           if iocb-mode(ich) not equal 0 then
               move 1 to val
           else
               move 133 to val
           end-if
       end-if

       call "doLet" using by value varNum, by reference val

       goback.

       end program doStatus.

      ******************************************************************
      **
      ** doNote / doPoint: file-position bookmark and seek. On the
      ** hardware NOTE hands back a sector and byte offset; here the
      ** staged file gives the same shape - position divided into
      ** atrDataBytes-sized sectors - so a NOTEd pair POINTs back to
      ** the same spot
      **

       identification division.

       program-id. doNote.

       environment division.


       copy "constants.cpy".

       01 ich usage binary-long signed.
       01 isec usage binary-long signed.
       01 xVal usage computational-2.
       01 yVal usage computational-2.

       linkage section.

       01 channel usage computational-2.
       01 varX usage binary-long signed.
       01 varY usage binary-long signed.

       procedure division using by reference channel,
                                by value varX, by value varY.

       move channel to ich
       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) equal 0 then
           call "fireTrap"
           call "fatalN" using "channel not open", by value ich
       end-if

      * sectors are the size of the drive the file is open on
       call "selectDrive" using by value iocb-drive(ich)

       compute isec equal iocb-pos(ich) / atrDataBytes
       move isec to xVal
       compute yVal equal
           function mod (iocb-pos(ich), atrDataBytes)

       call "doLet" using by value varX, by reference xVal
       call "doLet" using by value varY, by reference yVal

       goback.

       end program doNote.

       identification division.

       program-id. doPoint.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 ich usage binary-long signed.
       01 newPos usage binary-long signed.

       linkage section.

       01 channel usage computational-2.
       01 xExp usage computational-2.
       01 yExp usage computational-2.

       procedure division using by reference channel,
                                by reference xExp,
                                by reference yExp.

       move channel to ich
       if ich less than 1 or ich greater than 7 then
           call "fatalN" using "channel out of range", by value ich
       end-if

       if iocb-mode(ich) equal 0 then
           call "fireTrap"
           call "fatalN" using "channel not open", by value ich
       end-if

       call "selectDrive" using by value iocb-drive(ich)

       compute newPos equal xExp * atrDataBytes + yExp

       if newPos less than 0
         or newPos greater than iocb-len(ich) then
           call "fireTrap"
           call "fatalN" using "POINT past end of file",
               by value newPos
       end-if

       move newPos to iocb-pos(ich)

       goback.

       end program doPoint.

      ******************************************************************
      **
      ** doXio: XIO cmd,#channel,aux1,aux2,"D:NAME.EXT". Command 33
      ** (delete) works against the mounted image; the rest of the
      ** XIO set has no emulation here and raises a trappable error,
      ** the same treatment USR and ADR get
      **

       identification division.

       program-id. doXio.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 icmd usage binary-long signed.
       01 pname pic x(8).
       01 ext pic x(3).
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.

       linkage section.

       01 cmd usage computational-2.
       01 channel usage computational-2.
       01 aux1 usage computational-2.
       01 aux2 usage computational-2.
       01 fname usage pointer.

       procedure division using by reference cmd,
                                by reference channel,
                                by reference aux1,
                                by reference aux2,
                                by value fname.

       move cmd to icmd

       if icmd equal 33 then *> delete
           call "parseDeviceName" using by value fname,
               by reference pname, by reference ext
           call "findDirEntry" using by reference pname,
               by reference ext, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               call "fireTrap"
               call "fatal" using "file not found"
           end-if
           call "atrDeleteEntry" using by value dirSn,
               by value dirEnt
           goback
       end-if

       call "fireTrap"
       call "fatalN" using "unsupported XIO command", by value icmd.

       goback.

       end program doXio.

      ******************************************************************
      **
      ** flushDriveImage: if anything wrote to the current drive's
      ** image, recompute the header CRC over the sector data and
      ** write the
      ** whole image back - to a scratch file first, atomically
      ** renamed over the master once every byte is down, so a crash
      ** or a full filesystem mid-write can never destroy the only
      ** copy. The displaced master is kept as "<image>.1", prior
      ** generations shuffling up to "<image>.N" with the oldest
      ** falling off - see restoreAtrImage for the way back.
      **

       identification division.

       program-id. flushDriveImage.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 computedCRC usage binary-long unsigned.
       01 sectorsPtr usage pointer.
       01 imageFile usage pointer.
       01 pathBuf pic x(256).
       01 tmpBuf pic x(260).
       01 genA pic x(260).
       01 genB pic x(260).
       01 numText pic 9.
       01 g usage binary-long signed.
       01 rc usage binary-long signed.
       01 got usage binary-long signed.
       01 pLen usage binary-long signed.

       procedure division.

      * a write-protected drive takes no writes, so has none to save
       if atrProtected not equal 0 then
           goback
       end-if

      * a run that lost the lock race mounted read-only; its in-core
      * writes stay in core
       if atrReadOnly not equal 0 then
           if atrDirty not equal 0 then
               call "printf" using
                 "image was mounted read-only (locked) - this"
                 & " session's disk writes were not saved" & x"0a"
           end-if
           goback
       end-if

       if atrDirty equal 0 then
           goback
       end-if

       set sectorsPtr to address of atr-body
       call "computeCRC32" using by value sectorsPtr,
                                 by value atrDiskSize,
                                 by reference computedCRC
       move computedCRC to atr-header-dwCRC

       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move atrFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

      * every byte goes to the scratch file first; the master is not
      * touched until the new image is wholly on disk
       move spaces to tmpBuf
       move atrFileName(1:pLen) to tmpBuf(1:pLen)
       move ".tmp" to tmpBuf(pLen + 1:4)
       move low-value to tmpBuf(pLen + 5:1)

       call "fopen" using by reference tmpBuf,
                     by reference fopenModeWrite
                     returning imageFile
       if imageFile equal NULL then
           call "printf" using
             "cannot write %s - this session's disk writes are lost"
             & x"0a", by reference tmpBuf
           goback
       end-if

       call "fwrite" using by reference atr-header, by value 1,
           by value 16, by value imageFile
       call "fwrite" using by reference atr-body, by value 1,
           by value atrDiskSize, by value imageFile
           returning got
       call "fclose" using by value imageFile
           returning rc

       if got not equal atrDiskSize or rc not equal 0 then
           call "printf" using
             "short write on %s - master image left untouched"
             & x"0a", by reference tmpBuf
           call "remove" using by reference tmpBuf
           goback
       end-if

      * shuffle the prior generations up and bank the outgoing
      * master as generation 1
       if atrGenerations greater than 0 then
           perform varying g from atrGenerations by -1
             until g less than 2
               compute numText equal g - 1
               move spaces to genA
               move atrFileName(1:pLen) to genA(1:pLen)
               move "." to genA(pLen + 1:1)
               move numText to genA(pLen + 2:1)
               move low-value to genA(pLen + 3:1)
               move g to numText
               move spaces to genB
               move atrFileName(1:pLen) to genB(1:pLen)
               move "." to genB(pLen + 1:1)
               move numText to genB(pLen + 2:1)
               move low-value to genB(pLen + 3:1)
               call "rename" using by reference genA,
                   by reference genB
           end-perform
           move spaces to genB
           move atrFileName(1:pLen) to genB(1:pLen)
           move ".1" to genB(pLen + 1:2)
           move low-value to genB(pLen + 3:1)
           call "rename" using by reference pathBuf,
               by reference genB
       end-if

      * the atomic replace itself
       call "rename" using by reference tmpBuf,
           by reference pathBuf
           returning rc
       if rc not equal 0 then
           call "printf" using
             "cannot rename %s over %s - disk writes are in the"
             & " scratch file" & x"0a",
             by reference tmpBuf, by reference pathBuf
           goback
       end-if

       move 0 to atrDirty

       goback.

       end program flushDriveImage.

      ******************************************************************
      **
      ** restoreAtrImage: put a chosen prior generation back as the
      ** master - a copy, not a rename, so the generation itself
      ** stays available. Staged through the same scratch-and-rename
      ** the flush uses.
      **

       identification division.

       program-id. restoreAtrImage.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 tmpBuf pic x(260).
       01 genBuf pic x(260).
       01 numText pic 9.
       01 pLen usage binary-long signed.
       01 rc usage binary-long signed.
       01 got usage binary-long signed.
       01 srcFile usage pointer.
       01 dstFile usage pointer.
       01 buf usage pointer.

       procedure division.

       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move atrFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       move restoreGen to numText
       move spaces to genBuf
       move atrFileName(1:pLen) to genBuf(1:pLen)
       move "." to genBuf(pLen + 1:1)
       move numText to genBuf(pLen + 2:1)
       move low-value to genBuf(pLen + 3:1)

       call "fopen" using by reference genBuf,
                     by reference fopenModeRead
                     returning srcFile
       if srcFile equal NULL then
           call "fatalN" using "no such image generation",
               by value restoreGen
       end-if

       move spaces to tmpBuf
       move atrFileName(1:pLen) to tmpBuf(1:pLen)
       move ".tmp" to tmpBuf(pLen + 1:4)
       move low-value to tmpBuf(pLen + 5:1)

       call "fopen" using by reference tmpBuf,
                     by reference fopenModeWrite
                     returning dstFile
       if dstFile equal NULL then
           call "fatal" using "cannot write restore scratch file"
       end-if

       allocate 65536 characters returning buf
       perform forever
           call "fread" using by value buf, by value 1,
               by value 65536, by value srcFile
               returning got
           if got greater than 0 then
               call "fwrite" using by value buf, by value 1,
                   by value got, by value dstFile
           end-if
           if got less than 65536 then
               exit perform
           end-if
       end-perform
       free buf

       call "fclose" using by value srcFile
       call "fclose" using by value dstFile
           returning rc
       if rc not equal 0 then
           call "fatal" using "short write restoring the image"
       end-if

       call "rename" using by reference tmpBuf,
           by reference pathBuf
           returning rc
       if rc not equal 0 then
           call "fatal" using "cannot rename restored image"
       end-if

       call "printf" using
           "RESTORED generation %d as the master image" & x"0a",
           by value restoreGen

       goback.

       end program restoreAtrImage.

      ******************************************************************
      **
      ** acquireImageLock: take the advisory lock on the mounted
      ** image - "<image>.lock", created exclusively with our pid
      ** inside. A lock whose owner is no longer running is swept
      ** aside and retaken; a live one is waited on up to
      ** OMGWTF2_LOCK_WAIT seconds, after which the run either
      ** degrades to read-only (OMGWTF2_LOCK_SOFT) or fails fast
      ** with the locked exit code the scheduler can tell apart.
      **

       identification division.

       program-id. acquireImageLock.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 lockBuf pic x(261).
       01 pLen usage binary-long signed.
       01 lockFd usage binary-long signed.
       01 rc usage binary-long signed.
       01 waited usage binary-long signed.
       01 pidVal usage binary-long signed.
       01 otherPid usage binary-long signed.
       01 pidLine pic x(16).
       01 lineBuf pic x(32).
       01 lkFile usage pointer.
       01 gotPtr usage pointer.
       01 i usage binary-long signed.

      * O_WRONLY+O_CREAT+O_EXCL, mode rw-r--r--
       01 openFlags constant as 193.
       01 openMode constant as 420.

       procedure division.

       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to lockBuf
       move atrFileName(1:pLen) to lockBuf(1:pLen)
       move ".lock" to lockBuf(pLen + 1:5)
       move low-value to lockBuf(pLen + 6:1)

       move 0 to waited

       perform forever

           call "open" using by reference lockBuf,
               by value openFlags, by value openMode
               returning lockFd
           if lockFd not less than 0 then
               call "getpid" returning pidVal
               move spaces to pidLine
               move pidVal to pidLine(1:9)
               move x"0a" to pidLine(10:1)
               call "write" using by value lockFd,
                   by reference pidLine, by value 10
               call "close" using by value lockFd
               move 1 to imageLockHeld
               goback
           end-if

      * somebody holds it - or held it and died. The lock carries
      * its owner's pid; a dead owner's lock is swept aside.
           move 0 to otherPid
           call "fopen" using by reference lockBuf,
                         by reference fopenModeRead
                         returning lkFile
           if lkFile not equal NULL then
               move spaces to lineBuf
               call "fgets" using by reference lineBuf, by value 32,
                   by value lkFile
                   returning gotPtr
               call "fclose" using by value lkFile
               perform varying i from 1 by 1 until i greater than 16
                   if lineBuf(i:1) less than "0"
                     or lineBuf(i:1) greater than "9" then
                       exit perform
                   end-if
                   compute otherPid equal otherPid * 10
                       + function ord (lineBuf(i:1))
                       - function ord ("0")
               end-perform
           end-if

           if otherPid greater than 0 then
               call "kill" using by value otherPid, by value 0
                   returning rc
               if rc not equal 0 then
                   call "printf" using
                     "stale image lock from pid %d swept aside"
                     & x"0a", by value otherPid
                   call "remove" using by reference lockBuf
                   exit perform cycle
               end-if
           end-if

           if waited less than lockWaitSeconds then
               call "sleep" using by value 1
               add 1 to waited
               exit perform cycle
           end-if

           if lockSoft not equal 0 then
               call "printf" using
                 "image locked by pid %d - proceeding read-only,"
                 & " disk writes will not be saved" & x"0a",
                 by value otherPid
               move 1 to atrReadOnly
               goback
           end-if

           call "printf" using
               "image locked by pid %d - giving up" & x"0a",
               by value otherPid
      * a drive mounted partway through goes back to the caller to
      * fail, so the drives already mounted are written back first
           if mountSoft not equal 0 then
               move 1 to mountFailed
               goback
           end-if
           call "raiseAlert" using by value exitCodeLocked
           move exitCodeLocked to return-code
           stop run

       end-perform

       goback.

       end program acquireImageLock.

      ******************************************************************
      **
      ** releaseDriveLock: hand the current drive's advisory lock
      ** back, if this run holds it
      **

       identification division.

       program-id. releaseDriveLock.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 lockBuf pic x(261).
       01 pLen usage binary-long signed.

       procedure division.

       if imageLockHeld equal 0 then
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to lockBuf
       move atrFileName(1:pLen) to lockBuf(1:pLen)
       move ".lock" to lockBuf(pLen + 1:5)
       move low-value to lockBuf(pLen + 6:1)

       call "remove" using by reference lockBuf
       move 0 to imageLockHeld

       goback.

       end program releaseDriveLock.

      ******************************************************************
      **
      ** flushAtrImage: write back every mounted drive - the others
      ** first, each swapped in through selectDrive, then the current
      ** one last, so a caller checking atrDirty afterwards sees how
      ** the drive it was working on fared
      **

       identification division.

       program-id. flushAtrImage.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 homeDrive usage binary-long signed.
       01 d usage binary-long signed.

       procedure division.

       if drv-mounted(currentDrive) not equal 0 then
           move currentDrive to homeDrive
           perform varying d from 1 by 1 until d greater than 8
               if d not equal homeDrive
                 and drv-mounted(d) not equal 0 then
                   call "selectDrive" using by value d
                   call "flushDriveImage"
               end-if
           end-perform
           call "selectDrive" using by value homeDrive
       end-if

       call "flushDriveImage"

       goback.

       end program flushAtrImage.

      ******************************************************************
      **
      ** releaseImageLock: hand the advisory locks back - every other
      ** mounted drive's, letting its banked image go, then the
      ** current drive's - called after the final image flush on
      ** every exit path
      **

       identification division.

       program-id. releaseImageLock.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 homeDrive usage binary-long signed.
       01 d usage binary-long signed.

       procedure division.

       if drv-mounted(currentDrive) not equal 0 then
           move currentDrive to homeDrive
           perform varying d from 1 by 1 until d greater than 8
               if d not equal homeDrive
                 and drv-mounted(d) not equal 0 then
                   call "selectDrive" using by value d
                   call "releaseDriveLock"
                   move 0 to drv-mounted(d)
                   if drv-image(d) not equal NULL then
                       free drv-image(d)
                       move NULL to drv-image(d)
                   end-if
               end-if
           end-perform
           call "selectDrive" using by value homeDrive
       end-if

       call "releaseDriveLock"

       goback.

       end program releaseImageLock.

      ******************************************************************
      **
      ** selectDrive: make drive n (1-8) the mounted image. The
      ** outgoing drive's image and geometry are banked in its
      ** driveTable row; a drive met for the first time is mounted
      ** from its configured image the same way D1: was at startup -
      ** geometry from the header, the advisory lock unless the drive
      ** is write-protected. The drive number is the caller's to
      ** check (see checkDrive): this runs inside the exit paths'
      ** flush, so it raises no errors of its own. A mount with
      ** mountSoft set that fails puts the outgoing drive back and
      ** leaves mountFailed for the caller
      **

       identification division.

       program-id. selectDrive.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 imageSize usage binary-long unsigned.
       01 outgoing usage binary-long signed.

       01 imageCopy based pic x(16776592).

       linkage section.

       01 n usage binary-long signed.

       procedure division using by value n.

       if n equal currentDrive then
           goback
       end-if

       if n less than 1 or n greater than 8 then
           goback
       end-if
       if drv-mounted(n) equal 0 and drv-fileName(n) equal spaces then
           goback
       end-if

       if drv-mounted(currentDrive) not equal 0 then
           perform bankCurrent
       end-if

       move currentDrive to outgoing
       move n to currentDrive

       if drv-mounted(n) not equal 0 then
           perform restoreCurrent
           goback
       end-if

       move drv-fileName(n) to atrFileName
       move drv-protect(n) to atrProtected
       move 0 to atrDirty
       move 0 to atrReadOnly
       move 0 to imageLockHeld
       move 361 to atrDirFirst
       move 368 to atrDirLast
       call "readAtrFile"
       if mountFailed not equal 0 then
           move outgoing to currentDrive
           if drv-mounted(outgoing) not equal 0 then
               perform restoreCurrent
           end-if
           goback
       end-if
       move 1 to drv-mounted(n)

       goback.

      ******************************************************
      * the current drive's header and body, and every field that
      * describes it, into its row
       bankCurrent.
           compute imageSize equal 16 + atrDiskSize
           if drv-image(currentDrive) not equal NULL
             and drv-imageSize(currentDrive) less than imageSize then
               free drv-image(currentDrive)
               move NULL to drv-image(currentDrive)
           end-if
           if drv-image(currentDrive) equal NULL then
               allocate (imageSize) characters
                   returning drv-image(currentDrive)
               move imageSize to drv-imageSize(currentDrive)
           end-if
           set address of imageCopy to drv-image(currentDrive)
           move atr-file(1:imageSize) to imageCopy(1:imageSize)

           move atrFileName to drv-fileName(currentDrive)
           move atrProtected to drv-protect(currentDrive)
           move atrDiskSize to drv-diskSize(currentDrive)
           move atrSecSize to drv-secSize(currentDrive)
           move atrDD256Boot to drv-dd256Boot(currentDrive)
           move atrDataBytes to drv-dataBytes(currentDrive)
           move atrTotalSectors to drv-totalSectors(currentDrive)
           move atrMapLimit to drv-mapLimit(currentDrive)
           move atrVtoc2Sector to drv-vtoc2Sector(currentDrive)
           move atrMyDos to drv-myDos(currentDrive)
           move atrWideLinks to drv-wideLinks(currentDrive)
           move atrDirFirst to drv-dirFirst(currentDrive)
           move atrDirLast to drv-dirLast(currentDrive)
           move atrDirty to drv-dirty(currentDrive)
           move atrReadOnly to drv-readOnly(currentDrive)
           move imageLockHeld to drv-lockHeld(currentDrive)
           exit.

      ******************************************************
      * a banked drive back into the mounted-image fields
       restoreCurrent.
           move drv-fileName(currentDrive) to atrFileName
           move drv-protect(currentDrive) to atrProtected
           move drv-diskSize(currentDrive) to atrDiskSize
           move drv-secSize(currentDrive) to atrSecSize
           move drv-dd256Boot(currentDrive) to atrDD256Boot
           move drv-dataBytes(currentDrive) to atrDataBytes
           move drv-totalSectors(currentDrive) to atrTotalSectors
           move drv-mapLimit(currentDrive) to atrMapLimit
           move drv-vtoc2Sector(currentDrive) to atrVtoc2Sector
           move drv-myDos(currentDrive) to atrMyDos
           move drv-wideLinks(currentDrive) to atrWideLinks
           move drv-dirFirst(currentDrive) to atrDirFirst
           move drv-dirLast(currentDrive) to atrDirLast
           move drv-dirty(currentDrive) to atrDirty
           move drv-readOnly(currentDrive) to atrReadOnly
           move drv-lockHeld(currentDrive) to imageLockHeld

           compute imageSize equal 16 + atrDiskSize
           set address of imageCopy to drv-image(currentDrive)
           move imageCopy(1:imageSize) to atr-file(1:imageSize)
           exit.

       end program selectDrive.

      ******************************************************************
      **
      ** checkDrive: can drive n be selected? An unconfigured drive,
      ** or one whose image will not open, is an I/O error the
      ** program can TRAP - checked before anything is switched, so
      ** the current drive stays mounted. A drive met for the first
      ** time is mounted here, softly: an image that is bad or held
      ** by another run is the same TRAPpable error, with the drive
      ** that was current put back, rather than a stop that would
      ** lose its unsaved writes
      **

       identification division.

       program-id. checkDrive.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 imageFile usage pointer.

       linkage section.

       01 n usage binary-long signed.

       procedure division using by value n.

       if n less than 1 or n greater than 8 then
           call "fireTrap"
           call "fatalN" using "no such drive", by value n
       end-if

       if drv-mounted(n) not equal 0 or n equal currentDrive then
           goback
       end-if

       if drv-fileName(n) equal spaces then
           call "fireTrap"
           call "fatalN" using "drive not configured", by value n
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or drv-fileName(n)(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move drv-fileName(n)(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)
       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning imageFile
       if imageFile equal NULL then
           call "fireTrap"
           call "fatalN" using "cannot open drive image", by value n
       end-if
       call "fclose" using by value imageFile

       move 0 to mountFailed
       move 1 to mountSoft
       call "selectDrive" using by value n
       move 0 to mountSoft
       if mountFailed not equal 0 then
           move 0 to mountFailed
           call "fireTrap"
           call "fatalN" using "drive image will not mount", by value n
       end-if

       goback.

       end program checkDrive.


      ******************************************************************
      **
      ** auditCatalog: inventory and health-check the whole mounted
      ** image. Lists every directory entry (deleted and never-used
      ** slots included), walks each in-use file's sector chain with
      ** the same validation the program loader applies, then
      ** reconciles sector ownership against the VTOC free map:
      ** cross-linked files, chains pointing out of range, sectors a
      ** file owns but the VTOC calls free, orphaned in-use sectors no
      ** file owns, and count mismatches all come out as PROBLEM
      ** lines. Returns 0 in return-code for a clean disk, 2 when
      ** anything is wrong.
      **

       identification division.

       program-id. auditCatalog.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 numDirEntries constant as 8.

      * directories awaiting their walk - the root first, then every
      * MyDOS subdirectory met along the way
       01 dirQueue.
           05 dqRow occurs 64 times.
               10 dq-first usage binary-long signed.
               10 dq-name pic x(12).
       01 dqCount usage binary-long signed.
       01 dqIdx usage binary-long signed.

       01 dirIdx usage binary-long signed.
       01 dirSn usage binary-long signed.
       01 entryNum usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 cnt usage binary-long signed.
       01 ssn usage binary-long signed.
       01 sn usage binary-long signed.
       01 i usage binary-long signed.
       01 chainLen usage binary-long signed.
       01 fileNum usage binary-long signed.
       01 linkNum usage binary-long signed.
       01 isFree usage binary-long signed.
       01 problems usage binary-long signed.
       01 problemNum pic z(4)9.
       01 orphans usage binary-long signed.
       01 freeBits usage binary-long signed.
       01 freeWord usage binary-long signed.
       01 inUse usage binary-long signed.
       01 isSubdir usage binary-long signed.
       01 subdirBit usage binary-long signed.
       01 globalEnt usage binary-long signed.
       01 sysLow usage binary-long signed.
       01 nameBuf pic x(13).
       01 statusBuf pic x(9).
       01 driveDigit pic 9.

      * which entry (numbered across every directory walked) owns
      * each sector, for the cross-link and orphan checks
       01 ownerMap.
           05 ownerEntry occurs 65535 times usage binary-short
               unsigned.
       01 secPtr usage pointer.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       procedure division.

       move 0 to problems
       move 0 to globalEnt

       perform varying i from 1 by 1 until i greater than 65535
           move 0 to ownerEntry(i)
       end-perform

       call "printf" using "DISK CATALOG AUDIT" & x"0a"

      * the root directory seeds the queue; subdirectories found
      * along the way join it, so the whole MyDOS tree gets walked
       move 1 to dqCount
       move 361 to dq-first(1)
       move "D:" to dq-name(1)
       if currentDrive greater than 1 then
           move currentDrive to driveDigit
           move spaces to dq-name(1)
           string "D" driveDigit ":" delimited by size
               into dq-name(1)
           end-string
       end-if

       perform varying dqIdx from 1 by 1
         until dqIdx greater than dqCount

           call "printf" using
               x"0a" & "DIRECTORY %.12s" & x"0a",
               by reference dq-name(dqIdx)
           call "printf" using
               "ENT FLAG STATUS   NAME          COUNT START" & x"0a"

           perform varying dirIdx from 1 by 1
             until dirIdx greater than 64
               perform auditOneEntry
           end-perform

       end-perform

       perform reconcileVtoc

       if problems equal 0 then
           call "printf" using "AUDIT CLEAN" & x"0a"
           move 0 to return-code
       else
           call "printf" using "AUDIT FOUND %d PROBLEM(S)" & x"0a",
               by value problems
           move "PROBLEM" to alertCondition
           move problems to problemNum
           string "AUDIT FOUND " function trim (problemNum)
                  " PROBLEM(S)" delimited by size
                  into alertDetail
           end-string
           call "raiseAlert" using by value exitCodeEnd
           move 2 to return-code
       end-if

       goback.

      ******************************************************
      * one directory entry: list it, then walk what it owns - a
      * file's sector chain, or a subdirectory's eight sectors
      * (which also join the queue)
       auditOneEntry.
           compute dirSn equal dq-first(dqIdx) + (dirIdx - 1) / 8
           compute entryNum equal function mod (dirIdx - 1, 8) + 1

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr

           move dirEntry-flag(entryNum) to flagByte
           move dirEntry-count(entryNum) to cnt
           move dirEntry-ssn(entryNum) to ssn

           if flagByte equal 0 then
               exit paragraph
           end-if

           add 1 to globalEnt

           move 0 to isSubdir
           divide flagByte by H"10" giving subdirBit
           if flagByte less than H"80"
             and function mod (subdirBit, 2) equal 1 then
               move 1 to isSubdir
           end-if

           move spaces to statusBuf
           move 0 to inUse
           evaluate true
             when flagByte greater than or equal to H"80"
               move "DELETED" to statusBuf
             when isSubdir not equal 0
               move "SUBDIR" to statusBuf
             when flagByte greater than or equal to H"60"
               move "LOCKED" to statusBuf
               move 1 to inUse
             when flagByte greater than or equal to H"40"
               move "IN USE" to statusBuf
               move 1 to inUse
             when other
               move "UNKNOWN" to statusBuf
           end-evaluate

           move spaces to nameBuf
           string dirEntry-pname(entryNum) delimited by size
                  "." delimited by size
                  dirEntry-ext(entryNum) delimited by size
                  into nameBuf
           end-string
           move low-value to nameBuf(13:1)
           move low-value to statusBuf(9:1)

           call "printf" using "%3d   %02x %-8s %-12s %5d %5d" & x"0a",
               by value dirIdx, by value flagByte,
               by reference statusBuf, by reference nameBuf,
               by value cnt, by value ssn

           if isSubdir not equal 0 then
               perform claimSubdir
               exit paragraph
           end-if

           if inUse equal 0 then
               exit paragraph
           end-if

      * walk the chain, claiming each sector for this entry
           compute fileNum equal dirIdx - 1
           move ssn to sn
           move 0 to chainLen

           perform varying i from 1 by 1 until i greater than cnt

               if sn less than 1 or sn greater than atrMapLimit
                 then
                   call "printf" using
                     "  PROBLEM: chain runs out of range at %d" &
                     x"0a", by value sn
                   add 1 to problems
                   exit perform
               end-if

               if ownerEntry(sn) equal globalEnt then
                   call "printf" using
                     "  PROBLEM: circular chain at sector %d" & x"0a",
                     by value sn
                   add 1 to problems
                   exit perform
               end-if

               if ownerEntry(sn) not equal 0 then
                   call "printf" using
                     "  PROBLEM: sector %d cross-linked with entry %d"
                     & x"0a", by value sn,
                     by value ownerEntry(sn)
                   add 1 to problems
                   exit perform
               end-if

               move globalEnt to ownerEntry(sn)
               add 1 to chainLen

               call "atrSectorAddr" using by value sn,
                   by reference secPtr
               set address of secBytes to secPtr

      * wide MyDOS links carry no file number to reconcile
               if atrWideLinks equal 0 then
                   compute linkNum equal
                       secByte(atrDataBytes + 1) / 4
                   if linkNum not equal fileNum then
                       call "printf" using
                         "  PROBLEM: sector %d carries file number %d"
                         & x"0a", by value sn, by value linkNum
                       add 1 to problems
                   end-if
               end-if

               if atrWideLinks not equal 0 then
                   compute sn equal
                       secByte(atrDataBytes + 1) * 256
                       + secByte(atrDataBytes + 2)
               else
                   compute sn equal
                       function mod (secByte(atrDataBytes + 1), 4)
                       * 256 + secByte(atrDataBytes + 2)
               end-if

               if sn equal 0 then
                   exit perform
               end-if

           end-perform

           if chainLen not equal cnt then
               call "printf" using
                 "  PROBLEM: directory says %d sectors, chain has %d"
                 & x"0a", by value cnt, by value chainLen
               add 1 to problems
           else
               if sn not equal 0 then
                   call "printf" using
                     "  PROBLEM: chain continues past sector count" &
                     x"0a"
                   add 1 to problems
               end-if
           end-if
           exit.

      ******************************************************
      * a subdirectory owns its eight contiguous sectors, and its
      * entries get walked in their turn
       claimSubdir.
           if ssn less than 1
             or ssn + 7 greater than atrTotalSectors then
               call "printf" using
                 "  PROBLEM: subdirectory sectors out of range at %d"
                 & x"0a", by value ssn
               add 1 to problems
               exit paragraph
           end-if
           perform varying sn from ssn by 1
             until sn greater than ssn + 7
               if sn not greater than atrMapLimit then
                   if ownerEntry(sn) not equal 0 then
                       call "printf" using
                         "  PROBLEM: sector %d cross-linked with"
                         & " entry %d" & x"0a", by value sn,
                         by value ownerEntry(sn)
                       add 1 to problems
                   else
                       move globalEnt to ownerEntry(sn)
                   end-if
               end-if
           end-perform
           if dqCount less than 64 then
               add 1 to dqCount
               move ssn to dq-first(dqCount)
               move spaces to dq-name(dqCount)
               string dirEntry-pname(entryNum) delimited by space
                      ":" delimited by size
                      into dq-name(dqCount)
               end-string
           else
               call "printf" using
                 "  PROBLEM: too many directories to walk" & x"0a"
               add 1 to problems
           end-if
           exit.

      ******************************************************
      * reconcile sector ownership against the VTOC free map. The
      * system area excluded from the sweep is the VTOC itself (on
      * MyDOS running downward below sector 360) through the root
      * directory; subdirectory sectors are owned by their entries.
       reconcileVtoc.
           move 0 to orphans
           move 0 to freeBits

           move atrVtocSector to sysLow
           if atrMyDos not equal 0 then
               compute sysLow equal atrVtocSector
                   - (10 + atrTotalSectors / 8) / atrSecSize
           end-if

           perform varying sn from 4 by 1
             until sn greater than atrMapLimit

               if sn greater than or equal to sysLow
                 and sn less than or equal to atrDirLast then
                   exit perform cycle
               end-if

               call "vtocSectorFree" using by value sn,
                   by reference isFree
               add isFree to freeBits

               if ownerEntry(sn) not equal 0 and isFree equal 1 then
                   call "printf" using
                     "PROBLEM: sector %d of entry %d marked free in"
                     & " VTOC" & x"0a", by value sn,
                     by value ownerEntry(sn)
                   add 1 to problems
               end-if

               if ownerEntry(sn) equal 0 and isFree equal 0 then
                   add 1 to orphans
                   if orphans less than 9 then
                       call "printf" using
                         "PROBLEM: orphaned sector %d in use in VTOC"
                         & " but owned by no file" & x"0a",
                         by value sn
                   end-if
               end-if

           end-perform

           if orphans not equal 0 then
               add 1 to problems
               call "printf" using
                   "%d orphaned sector(s) total" & x"0a",
                   by value orphans
           end-if

           call "atrSectorAddr" using by value atrVtocSector,
               by reference secPtr
           set address of secBytes to secPtr
           compute freeWord equal secByte(4) + secByte(5) * 256
           if atrVtoc2Sector not equal 0 then
               call "atrSectorAddr" using by value atrVtoc2Sector,
                   by reference secPtr
               set address of secBytes to secPtr
               compute freeWord equal freeWord
                   + secByte(123) + secByte(124) * 256
           end-if

           if freeWord not equal freeBits then
               call "printf" using
                 "PROBLEM: VTOC free count %d, bitmap shows %d free" &
                 x"0a", by value freeWord, by value freeBits
               add 1 to problems
           end-if
           exit.

       end program auditCatalog.

      ******************************************************************
      **
      ** librarianRun: the disk librarian - one housekeeping command
      ** per invocation, driven by OMGWTF2_LIBRARIAN. FORMAT lays out
      ** a fresh blank image in memory (header, zeroed sectors, a DOS
      ** VTOC with every data sector handed to the free map through
      ** vtocMarkSector, an empty directory) and spills it through
      ** flushAtrImage; the rest mount the existing image and work
      ** with the same findDirEntry/atrLoadFile/atrWriteFile plumbing
      ** the BASIC disk I/O uses. Densities: SD 720x128, ED 1040x128
      ** (with the DOS 2.5 VTOC2), DD 720x256 with 128-byte boot
      ** sectors, each in DOS 2 or MyDOS layout. MIGRATE reads a whole
      ** image into memory, formats the new one in its place and
      ** writes every entry back, so each file lands as one run of
      ** sectors on the new geometry.
      **

       identification division.

       program-id. librarianRun.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 numDirEntries constant as 8.

       01 cmdWord pic x(10).
       01 arg1 pic x(255).
       01 arg2 pic x(255).
       01 arg3 pic x(255).
       01 arg4 pic x(255).
       01 libCode usage binary-long signed value 0.

      * a drive word - D:, D1: .. D8:, with or without the colon -
      * and the drive it names (0 when the word is not one)
       01 driveWord pic x(255).
       01 wordDrive usage binary-long signed.
       01 driftCount usage binary-long signed.

      * FORMAT's density and layout, from the command line or from
      * MIGRATE; sysLow is the bottom of the VTOC area
       01 fmtDensity pic x(2).
       01 fmtMyDos usage binary-long signed.
       01 sysLow usage binary-long signed.

      * MIGRATE: the source catalog as walkCatalog saw it, where each
      * file's bytes sit in the pool, and the target directory each
      * source path has become
       01 srcTable.
           05 stRow occurs 2048 times.
               10 st-kind pic x(4).
               10 st-path pic x(128).
               10 st-name pic x(12).
               10 st-dirSn usage binary-long signed.
               10 st-dirEnt usage binary-long signed.
               10 st-flag usage binary-long signed.
               10 st-sectors usage binary-long signed.
               10 st-bytes usage binary-long signed.
               10 st-locked usage binary-char unsigned.
               10 st-crc usage binary-long unsigned.
       01 srcCount usage binary-long signed.
       01 srcOffsets.
           05 st-offset occurs 2048 times usage binary-long signed.
       01 dirMap.
           05 dmRow occurs 64 times.
               10 dm-path pic x(128).
               10 dm-first usage binary-long signed.
       01 dmCount usage binary-long signed.
       01 pool usage pointer.
       01 poolUsed usage binary-long signed.
       01 sourceName pic x(255).
       01 targetName pic x(255).
       01 srcSectors usage binary-long signed.
       01 srcSecSize usage binary-long signed.
       01 srcMyDos usage binary-long signed.
       01 dirsNeeded usage binary-long signed.
       01 sectorsNeeded usage binary-long signed.
       01 freeCount usage binary-long signed.
       01 firstSn usage binary-long signed.
       01 mismatches usage binary-long signed.
       01 filesDone usage binary-long signed.
       01 bytesDone usage binary-long signed.
       01 auditRc usage binary-long signed.
       01 j usage binary-long signed.
       01 k usage binary-long signed.
       01 reportFile usage pointer.
       01 reportPath pic x(256).
       01 specText pic x(142).
       01 fmtText pic x(5).
       01 verdictText pic x(9).
       01 runText pic x(11).
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).

       01 pname pic x(8).
       01 ext pic x(3).
       01 pname2 pic x(8).
       01 ext2 pic x(3).
       01 nameArg pic x(255).

       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 lockBit usage binary-long signed.
       01 buf usage pointer.
       01 len usage binary-long signed.
       01 cap usage binary-long signed.
       01 sn usage binary-long signed.
       01 i usage binary-long signed.
       01 got usage binary-long signed.
       01 hostFile usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 secPtr usage pointer.
       01 ch1 pic x.
       01 dotSeen usage binary-long signed.
       01 pn usage binary-long signed.
       01 en usage binary-long signed.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       01 secBytes based.
           05 secByte occurs 256 times usage binary-char unsigned.

       procedure division.

       move spaces to cmdWord
       move spaces to arg1
       move spaces to arg2
       move spaces to arg3
       move spaces to arg4
       unstring librarianCmd delimited by all space
           into cmdWord arg1 arg2 arg3 arg4
       end-unstring
       move function upper-case (cmdWord) to cmdWord

      * a leading drive word points the command at that drive's
      * image in place of D1:, as in "D2: LOCK REF.DAT" - and the
      * command takes that drive's write protection with it
       move drv-protect(1) to atrProtected
       move cmdWord to driveWord
       perform parseDriveWord
       if wordDrive not equal 0 then
           move drv-fileName(wordDrive) to atrFileName
           move drv-protect(wordDrive) to atrProtected
           move function upper-case (arg1) to cmdWord
           move arg2 to arg1
           move arg3 to arg2
           move arg4 to arg3
       end-if

      * a write-protected drive is refused every command that
      * writes it, as doOpen and atrWriteFile refuse a program
       if atrProtected not equal 0 then
           if cmdWord equal "FORMAT" or cmdWord equal "IMPORT"
             or cmdWord equal "RENAME" or cmdWord equal "LOCK"
             or cmdWord equal "UNLOCK" then
               call "fatal" using "disk is write protected"
           end-if
       end-if

       evaluate cmdWord

         when "FORMAT"
           move arg1 to fmtDensity
           move 0 to fmtMyDos
           if function upper-case (arg2) equal "MYDOS" then
               move 1 to fmtMyDos
           end-if
           perform doFormat

         when "MIGRATE"
           move arg1 to driveWord
           perform parseDriveWord
           if wordDrive not equal 0 then
               if drv-protect(wordDrive) not equal 0 then
                   call "fatal" using "disk is write protected"
               end-if
               move drv-fileName(wordDrive) to arg1
           end-if
           perform doMigrate

         when "EXPORT"
           call "readAtrFile"
           call "resolveCatalogDir"
           move arg1 to nameArg
           perform parseEntryName
           perform doExport

         when "IMPORT"
           call "readAtrFile"
           call "resolveCatalogDir"
           move arg2 to nameArg
           perform parseEntryName
           perform doImport

         when "RENAME"
           call "readAtrFile"
           call "resolveCatalogDir"
           move arg1 to nameArg
           perform parseEntryName
           move pname to pname2
           move ext to ext2
           move arg2 to nameArg
           perform parseEntryName
           perform doRename

         when "LOCK"
           call "readAtrFile"
           call "resolveCatalogDir"
           move arg1 to nameArg
           perform parseEntryName
           perform doLockUnlock

         when "UNLOCK"
           call "readAtrFile"
           call "resolveCatalogDir"
           move arg1 to nameArg
           perform parseEntryName
           perform doLockUnlock

         when "MANIFEST"
           call "readAtrFile"
           call "writeManifest"

         when "DRIFT"
           if arg1 equal spaces then
               call "fatal" using "DRIFT needs the other image"
           end-if
           move arg1 to driveWord
           perform parseDriveWord
           if wordDrive not equal 0 then
               move drv-fileName(wordDrive) to arg1
           end-if
           call "readAtrFile"
           call "driftReport" using by reference arg1,
               by reference driftCount
           if driftCount not equal 0 then
               move exitCodeDrift to libCode
           end-if

         when other
           display "librarian commands (after an optional drive, "
               "D1: to D8:): FORMAT SD|ED|DD [MYDOS], "
               "EXPORT NAME.EXT path, IMPORT path NAME.EXT, "
               "RENAME OLD.EXT NEW.EXT, LOCK NAME.EXT, UNLOCK NAME.EXT"
               ", MANIFEST, DRIFT otherimage, "
               "MIGRATE newimage SD|ED|DD [MYDOS]"
           call "fatal" using "unknown librarian command"

       end-evaluate

       call "flushAtrImage"
       call "releaseImageLock"
       call "raiseAlert" using by value libCode
       move libCode to return-code

       goback.

      ******************************************************
      * driveWord as a drive: D: is D1:, then D1 to D8, the colon
      * optional; a drive with no image configured is an error
       parseDriveWord.
           move 0 to wordDrive
           move function upper-case (driveWord) to driveWord
           if driveWord(1:1) not equal "D" then
               exit paragraph
           end-if
           if driveWord(2:1) equal ":" and driveWord(3:1) equal space
             then
               move 1 to wordDrive
               exit paragraph
           end-if
           if driveWord(2:1) less than "1"
             or driveWord(2:1) greater than "8" then
               exit paragraph
           end-if
           if driveWord(3:1) not equal space
             and (driveWord(3:1) not equal ":"
                  or driveWord(4:1) not equal space) then
               exit paragraph
           end-if
           compute wordDrive equal function numval (driveWord(2:1))
           if drv-fileName(wordDrive) equal spaces then
               call "fatal" using "no image configured for that drive"
           end-if
           exit.

      ******************************************************
      * NAME.EXT in nameArg into pname/ext, upper-cased and
      * space-padded the way the directory stores them
       parseEntryName.
           move spaces to pname
           move spaces to ext
           move 0 to dotSeen
           move 0 to pn
           move 0 to en
           perform varying i from 1 by 1 until i greater than 60
             or nameArg(i:1) equal space
               move function upper-case (nameArg(i:1)) to ch1
               if ch1 equal "." then
                   move 1 to dotSeen
               else
                   if dotSeen equal 0 then
                       if pn less than 8 then
                           add 1 to pn
                           move ch1 to pname(pn:1)
                       end-if
                   else
                       if en less than 3 then
                           add 1 to en
                           move ch1 to ext(en:1)
                       end-if
                   end-if
               end-if
           end-perform
           if pn equal 0 then
               call "fatal" using "librarian needs a NAME.EXT"
           end-if
           exit.

      ******************************************************
      * FORMAT SD|ED|DD [MYDOS]: fresh header and geometry, zeroed
      * body, DOS code and max-count in the VTOC, then every data
      * sector outside the system area handed to the free map. A
      * MyDOS image keeps one map running down from sector 360, so
      * its system area starts below 360 when the map outgrows one
      * sector, and its max-count is simply what came out free
       doFormat.
           move function upper-case (fmtDensity) to fmtDensity
           evaluate fmtDensity
             when "SD"
               move 128 to atrSecSize
               move 720 to atrTotalSectors
             when "ED"
               move 128 to atrSecSize
               move 1040 to atrTotalSectors
             when "DD"
               move 256 to atrSecSize
               move 720 to atrTotalSectors
             when other
               call "fatal" using "FORMAT wants SD, ED or DD"
           end-evaluate

           move 0 to atrDD256Boot
           compute atrDataBytes equal atrSecSize - 3
           if atrSecSize equal 128 then
               compute atrDiskSize equal atrTotalSectors * 128
           else
               compute atrDiskSize equal
                   384 + (atrTotalSectors - 3) * 256
           end-if
           if atrTotalSectors greater than 1023 then
               move 1023 to atrMapLimit
               move 1024 to atrVtoc2Sector
           else
               compute atrMapLimit equal atrTotalSectors - 1
               move 0 to atrVtoc2Sector
           end-if

           move 0 to atrMyDos
           move 0 to atrWideLinks
           move atrVtocSector to sysLow
           if fmtMyDos not equal 0 then
               move 1 to atrMyDos
               move atrTotalSectors to atrMapLimit
               move 0 to atrVtoc2Sector
               if atrTotalSectors greater than 1023 then
                   move 1 to atrWideLinks
               end-if
               compute sysLow equal atrVtocSector
                   - (10 + atrTotalSectors / 8) / atrSecSize
           end-if

           move H"0296" to atr-header-wMagic
           compute atr-header-wPars equal atrDiskSize / 16
           move atrSecSize to atr-header-wSecSize
           move 0 to atr-header-btParsHigh
           move 0 to atr-header-dwCRC
           move 0 to atr-header-dwUnused
           move 0 to atr-header-btFlags

           perform varying i from 1 by 1 until i greater than 184320
               move 0 to atr-body-byte(i)
           end-perform

      * the VTOC header: DOS code 2, the usable-sector maximum -
      * the free bits and both running counts are then built up a
      * sector at a time through the one routine that owns them
           call "atrSectorAddr" using by value atrVtocSector,
               by reference secPtr
           set address of secBytes to secPtr
           move 2 to secByte(1)
           if fmtMyDos not equal 0 then
               move 3 to secByte(1)
           end-if
           move function mod (707, 256) to secByte(2)
           compute secByte(3) equal 707 / 256

           perform varying sn from 4 by 1
             until sn greater than atrMapLimit
               if sn less than sysLow
                 or sn greater than atrDirLast then
                   call "vtocMarkSector" using by value sn,
                       by value 0
               end-if
           end-perform

           if fmtMyDos not equal 0 then
               call "atrSectorAddr" using by value atrVtocSector,
                   by reference secPtr
               set address of secBytes to secPtr
               move secByte(4) to secByte(2)
               move secByte(5) to secByte(3)
           end-if

           move 1 to atrDirty
           if fmtMyDos not equal 0 then
               call "printf" using
                   "FORMATTED %d sector(s) of %d bytes, MyDOS" & x"0a",
                   by value atrTotalSectors, by value atrSecSize
           else
               call "printf" using
                   "FORMATTED %d sector(s) of %d bytes" & x"0a",
                   by value atrTotalSectors, by value atrSecSize
           end-if
           exit.

      ******************************************************
      * MIGRATE target SD|ED|DD [MYDOS]: every entry of the
      * mounted image, read into memory, then laid down on a
      * freshly formatted target in the source's own directory
      * order - first fit on an empty map puts each file in one
      * contiguous run - with subdirectories rebuilt and lock bits
      * carried; the reconciliation report then holds the two
      * side by side
       doMigrate.
           if arg1 equal spaces or arg2 equal spaces then
               call "fatal" using
                   "MIGRATE needs a target image and a density"
           end-if
           move arg2 to fmtDensity
           move 0 to fmtMyDos
           evaluate function upper-case (arg3)
             when spaces
               continue
             when "DOS2"
               continue
             when "MYDOS"
               move 1 to fmtMyDos
             when other
               call "fatal" using "MIGRATE format is DOS2 or MYDOS"
           end-evaluate

      * the target must be new: an image is never migrated over
           move arg1 to targetName
           move 255 to pLen
           perform with test before until pLen less than 1
             or targetName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move targetName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning hostFile
           if hostFile not equal NULL then
               call "fclose" using by value hostFile
               call "fatal" using "migration target already exists"
           end-if

           call "readAtrFile"
           move atrFileName to sourceName
           move atrTotalSectors to srcSectors
           move atrSecSize to srcSecSize
           move atrMyDos to srcMyDos

           call "walkCatalog"
           move catalogTable to srcTable
           move ctCount to srcCount

           move 0 to dirsNeeded
           perform varying k from 1 by 1 until k greater than srcCount
               if st-kind(k) equal "DIR" then
                   add 1 to dirsNeeded
               end-if
           end-perform
           if dirsNeeded not equal 0 and fmtMyDos equal 0 then
               call "fatal" using
                   "source has subdirectories - target must be MYDOS"
           end-if

      * every file's bytes, end to end in one pool
           allocate (atrDiskSize) characters returning pool
           move 0 to poolUsed
           perform varying k from 1 by 1 until k greater than srcCount
               move poolUsed to st-offset(k)
               if st-kind(k) equal "FILE" then
                   move pool to buf
                   set buf up by poolUsed
                   call "atrLoadFile" using by value st-dirSn(k),
                       by value st-dirEnt(k), by value buf,
                       by reference len
                   add len to poolUsed
               end-if
           end-perform

           call "releaseImageLock"

      * from here on the image in memory is the target
           move targetName to atrFileName
           call "acquireImageLock"
           perform doFormat

           perform migrateCheckRoom
           if sectorsNeeded greater than freeCount then
               move 0 to atrDirty
               call "releaseImageLock"
               call "printf" using
                   "target needs %d sector(s), has %d free" & x"0a",
                   by value sectorsNeeded, by value freeCount
               call "fatal" using "migration target too small"
           end-if

           move 1 to dmCount
           move spaces to dm-path(1)
           move 361 to dm-first(1)
           perform varying k from 1 by 1 until k greater than srcCount
               perform migrateOneEntry
           end-perform
           move 361 to atrDirFirst
           move 368 to atrDirLast

           perform migrateReconcile

           free pool
           exit.

      ******************************************************
      * sectors the whole catalog needs on the target, against
      * what the fresh format left free
       migrateCheckRoom.
           move 0 to sectorsNeeded
           perform varying k from 1 by 1 until k greater than srcCount
               if st-kind(k) equal "DIR" then
                   add 8 to sectorsNeeded
               else
                   compute cap equal (st-bytes(k) + atrDataBytes - 1)
                       / atrDataBytes
                   if cap equal 0 then
                       move 1 to cap
                   end-if
                   add cap to sectorsNeeded
               end-if
           end-perform

           move 0 to freeCount
           perform varying sn from 4 by 1
             until sn greater than atrMapLimit
               call "vtocSectorFree" using by value sn,
                   by reference got
               add got to freeCount
           end-perform
           exit.

      ******************************************************
      * source entry k onto the target, inside the directory its
      * path names
       migrateOneEntry.
           move 0 to found
           perform varying j from 1 by 1 until j greater than dmCount
               if dm-path(j) equal st-path(k) then
                   move 1 to found
                   exit perform
               end-if
           end-perform
           if found equal 0 then
               call "fatal" using "migration lost a subdirectory"
           end-if
           move dm-first(j) to atrDirFirst
           compute atrDirLast equal atrDirFirst + 7

           move st-name(k) to nameArg
           perform parseEntryName

           if st-kind(k) equal "DIR" then
               perform migrateMakeDir
               exit paragraph
           end-if

           move pool to buf
           set buf up by st-offset(k)
           call "atrWriteFile" using by reference pname,
               by reference ext, by value buf, by value st-bytes(k)

           if st-locked(k) not equal 0 then
               call "findDirEntry" using by reference pname,
                   by reference ext, by reference dirSn,
                   by reference dirEnt, by reference found
               call "atrSectorAddr" using by value dirSn,
                   by reference secPtr
               set address of dirSector to secPtr
               move dirEntry-flag(dirEnt) to flagByte
               add H"20" to flagByte
               move flagByte to dirEntry-flag(dirEnt)
           end-if
           exit.

      ******************************************************
      * a MyDOS subdirectory: a free slot in the parent, eight
      * contiguous free sectors for its own entries, and a place
      * in the directory map for the entries still to come
       migrateMakeDir.
           move 0 to found
           perform varying dirSn from atrDirFirst by 1
             until dirSn greater than atrDirLast or found not equal 0
               call "atrSectorAddr" using by value dirSn,
                   by reference secPtr
               set address of dirSector to secPtr
               perform varying dirEnt from 1 by 1
                 until dirEnt greater than numDirEntries
                   move dirEntry-flag(dirEnt) to flagByte
                   if flagByte equal 0
                     or flagByte not less than H"80" then
                       move 1 to found
                       exit perform
                   end-if
               end-perform
           end-perform
           if found equal 0 then
               call "fatal" using "directory full"
           end-if
           subtract 1 from dirSn

           move 0 to got
           perform varying sn from 4 by 1
             until sn greater than atrMapLimit or got equal 8
               call "vtocSectorFree" using by value sn,
                   by reference lockBit
               if lockBit equal 1 then
                   add 1 to got
               else
                   move 0 to got
               end-if
           end-perform
           if got less than 8 then
               call "fatal" using "no room for a subdirectory"
           end-if
           compute firstSn equal sn - 8

           perform varying sn from firstSn by 1
             until sn greater than firstSn + 7
               call "vtocMarkSector" using by value sn, by value 1
               call "atrSectorAddr" using by value sn,
                   by reference secPtr
               set address of secBytes to secPtr
               perform varying j from 1 by 1
                 until j greater than atrSecSize
                   move 0 to secByte(j)
               end-perform
           end-perform

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr
           move H"10" to flagByte
           if st-locked(k) not equal 0 then
               add H"20" to flagByte
           end-if
           move flagByte to dirEntry-flag(dirEnt)
           move 8 to dirEntry-count(dirEnt)
           move firstSn to dirEntry-ssn(dirEnt)
           move pname to dirEntry-pname(dirEnt)
           move ext to dirEntry-ext(dirEnt)
           move 1 to atrDirty

           if dmCount less than 64 then
               add 1 to dmCount
               move firstSn to dm-first(dmCount)
               move spaces to dm-path(dmCount)
               if st-path(k) equal spaces then
                   move st-name(k) to dm-path(dmCount)
               else
                   string st-path(k) delimited by space
                          ":" delimited by size
                          st-name(k) delimited by space
                          into dm-path(dmCount)
                   end-string
               end-if
           end-if
           exit.

      ******************************************************
      * the target walked afresh and held entry by entry against
      * the source: byte count, content CRC-32, lock bit, and
      * whether each file's chain came out as one run; then the
      * target's VTOC reconciled by the catalog audit, and the
      * target saved
       migrateReconcile.
           call "walkCatalog"

           move 255 to pLen
           perform with test before until pLen less than 1
             or migrateReportName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to reportPath
           move migrateReportName(1:pLen) to reportPath(1:pLen)
           move low-value to reportPath(pLen + 1:1)
           call "fopen" using by reference reportPath,
                         by reference fopenModeWrite
                         returning reportFile
           if reportFile equal NULL then
               call "fatal" using "cannot create migration report"
           end-if

           accept dateBuf from date yyyymmdd
           accept timeBuf from time
           call "fprintf" using by value reportFile,
               by reference "MIGRATION %.8s-%.6s" & x"0a00",
               by reference dateBuf, by reference timeBuf
           move sourceName to pathBuf
           perform terminatePathBuf
           move "DOS 2" to fmtText
           if srcMyDos not equal 0 then
               move "MyDOS" to fmtText
           end-if
           call "fprintf" using by value reportFile,
               by reference "SOURCE %s: %d sectors of %d bytes, %.5s"
                 & x"0a00",
               by reference pathBuf, by value srcSectors,
               by value srcSecSize, by reference fmtText
           move targetName to pathBuf
           perform terminatePathBuf
           move "DOS 2" to fmtText
           if atrMyDos not equal 0 then
               move "MyDOS" to fmtText
           end-if
           call "fprintf" using by value reportFile,
               by reference "TARGET %s: %d sectors of %d bytes, %.5s"
                 & x"0a00",
               by reference pathBuf, by value atrTotalSectors,
               by value atrSecSize, by reference fmtText

           move 0 to mismatches
           move 0 to filesDone
           move 0 to bytesDone
           perform varying k from 1 by 1 until k greater than srcCount
               perform reconcileEntry
           end-perform

      * the VTOC side: the audit walks every chain against the free
      * map and the free count
           call "auditCatalog"
           move return-code to auditRc
           if auditRc equal 0 then
               call "fprintf" using by value reportFile,
                   by reference "TARGET VTOC CONSISTENT" & x"0a00"
           else
               add 1 to mismatches
               call "fprintf" using by value reportFile,
                   by reference "TARGET VTOC INCONSISTENT - see the"
                     & " audit listing" & x"0a00"
           end-if

           call "flushAtrImage"
           if atrDirty not equal 0 then
               add 1 to mismatches
               call "fprintf" using by value reportFile,
                   by reference "TARGET IMAGE NOT SAVED" & x"0a00"
           end-if
           call "releaseImageLock"

           call "fprintf" using by value reportFile,
               by reference "MIGRATION SUMMARY: %d file(s), %d"
                 & " director(ies), %d byte(s), %d mismatch(es)"
                 & x"0a00",
               by value filesDone, by value dirsNeeded,
               by value bytesDone, by value mismatches
           if mismatches equal 0 then
               call "fprintf" using by value reportFile,
                   by reference "MIGRATION RESULT: RECONCILED" & x"0a00"
           else
               call "fprintf" using by value reportFile,
                   by reference "MIGRATION RESULT: NOT RECONCILED"
                     & x"0a00"
               move exitCodeDrift to libCode
           end-if
           call "fclose" using by value reportFile

           call "printf" using
               "MIGRATED %d file(s), %d mismatch(es) - report in %s"
               & x"0a",
               by value filesDone, by value mismatches,
               by reference reportPath
           exit.

      ******************************************************
      * source entry k against its namesake on the target
       reconcileEntry.
           move spaces to specText
           if st-path(k) equal spaces then
               move st-name(k) to specText
           else
               string st-path(k) delimited by space
                      ":" delimited by size
                      st-name(k) delimited by space
                      into specText
               end-string
           end-if
           move 141 to pLen
           perform with test before until pLen less than 1
             or specText(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move low-value to specText(pLen + 1:1)

           move 0 to found
           perform varying j from 1 by 1 until j greater than ctCount
               if ct-kind(j) equal st-kind(k)
                 and ct-path(j) equal st-path(k)
                 and ct-name(j) equal st-name(k) then
                   move 1 to found
                   exit perform
               end-if
           end-perform

           if found equal 0 then
               add 1 to mismatches
               call "fprintf" using by value reportFile,
                   by reference "%.4s %s NOT ON TARGET" & x"0a00",
                   by reference st-kind(k), by reference specText
               exit paragraph
           end-if

           if st-kind(k) equal "DIR" then
               if st-locked(k) equal ct-locked(j) then
                   call "fprintf" using by value reportFile,
                       by reference "DIR  %s OK" & x"0a00",
                       by reference specText
               else
                   add 1 to mismatches
                   call "fprintf" using by value reportFile,
                       by reference "DIR  %s LOCK MISMATCH" & x"0a00",
                       by reference specText
               end-if
               exit paragraph
           end-if

           add 1 to filesDone
           add ct-bytes(j) to bytesDone
           perform checkContiguous

           move "OK" to verdictText
           if st-bytes(k) not equal ct-bytes(j)
             or st-crc(k) not equal ct-crc(j)
             or st-locked(k) not equal ct-locked(j) then
               move "MISMATCH" to verdictText
               add 1 to mismatches
           end-if
           if verdictText equal "OK" then
               move low-value to verdictText(3:1)
           else
               move low-value to verdictText(9:1)
           end-if
           call "fprintf" using by value reportFile,
               by reference "FILE %s BYTES %d/%d CRC %010u/%010u"
                 & " SECTORS %d/%d START %d %s %s" & x"0a00",
               by reference specText,
               by value st-bytes(k), by value ct-bytes(j),
               by value st-crc(k), by value ct-crc(j),
               by value st-sectors(k), by value ct-sectors(j),
               by value firstSn, by reference runText,
               by reference verdictText
           exit.

      ******************************************************
      * target file j's chain: one ascending run of sectors, bar
      * the hop over the VTOC and directory sectors
       checkContiguous.
           call "atrSectorAddr" using by value ct-dirSn(j),
               by reference secPtr
           set address of dirSector to secPtr
           move dirEntry-ssn(ct-dirEnt(j)) to firstSn
           move firstSn to sn
           move "CONTIGUOUS" to runText
           move low-value to runText(11:1)
           perform varying en from 1 by 1
             until en not less than ct-sectors(j)
               call "atrSectorAddr" using by value sn,
                   by reference secPtr
               set address of secBytes to secPtr
               if atrWideLinks not equal 0 then
                   compute got equal
                       secByte(atrDataBytes + 1) * 256
                       + secByte(atrDataBytes + 2)
               else
                   compute got equal
                       function mod (secByte(atrDataBytes + 1), 4)
                       * 256 + secByte(atrDataBytes + 2)
               end-if
               if got equal 0 then
                   exit perform
               end-if
               if got not equal sn + 1
                 and (sn + 1 less than sysLow
                      or got not equal atrDirLast + 1) then
                   move "FRAGMENTED" to runText
                   move low-value to runText(11:1)
               end-if
               move got to sn
           end-perform
           exit.

      ******************************************************
      * pathBuf NUL terminated after its last non-blank
       terminatePathBuf.
           move 255 to pLen
           perform with test before until pLen less than 1
             or pathBuf(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move low-value to pathBuf(pLen + 1:1)
           exit.

      ******************************************************
       doExport.
           call "findDirEntry" using by reference pname,
               by reference ext, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               call "fatal" using "no such directory entry"
           end-if

           compute cap equal atrTotalSectors * atrDataBytes
           allocate (cap) characters returning buf
           call "atrLoadFile" using by value dirSn, by value dirEnt,
               by value buf, by reference len

           move 255 to pLen
           perform with test before until pLen less than 1
             or arg2(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           if pLen less than 1 then
               call "fatal" using "EXPORT needs a host path"
           end-if
           move spaces to pathBuf
           move arg2(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning hostFile
           if hostFile equal NULL then
               call "fatal" using "cannot write host file"
           end-if
           call "fwrite" using by value buf, by value 1,
               by value len, by value hostFile
           call "fclose" using by value hostFile
           free buf

           call "printf" using
               "EXPORTED %.8s.%.3s, %d byte(s)" & x"0a",
               by reference pname, by reference ext, by value len
           exit.

      ******************************************************
       doImport.
           move 255 to pLen
           perform with test before until pLen less than 1
             or arg1(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           if pLen less than 1 then
               call "fatal" using "IMPORT needs a host path"
           end-if
           move spaces to pathBuf
           move arg1(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning hostFile
           if hostFile equal NULL then
               call "fatal" using "cannot read host file"
           end-if

           compute cap equal atrTotalSectors * atrDataBytes
           allocate (cap) characters returning buf
           call "fread" using by value buf, by value 1,
               by value cap, by value hostFile
               returning len
           call "fgetc" using by value hostFile returning got
           call "fclose" using by value hostFile
           if got not equal -1 then
               call "fatal" using "host file too large for the image"
           end-if

           call "atrWriteFile" using by reference pname,
               by reference ext, by value buf, by value len
           free buf

           call "printf" using
               "IMPORTED %d byte(s) as %.8s.%.3s" & x"0a",
               by value len, by reference pname, by reference ext
           exit.

      ******************************************************
      * RENAME: pname2/ext2 is the old entry, pname/ext the new name
       doRename.
           call "findDirEntry" using by reference pname,
               by reference ext, by reference dirSn,
               by reference dirEnt, by reference found
           if found not equal 0 then
               call "fatal" using "target name already on the image"
           end-if
           call "findDirEntry" using by reference pname2,
               by reference ext2, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               call "fatal" using "no such directory entry"
           end-if

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr
           move pname to dirEntry-pname(dirEnt)
           move ext to dirEntry-ext(dirEnt)
           move 1 to atrDirty

           call "printf" using
               "RENAMED %.8s.%.3s to %.8s.%.3s" & x"0a",
               by reference pname2, by reference ext2,
               by reference pname, by reference ext
           exit.

      ******************************************************
      * LOCK sets the H"20" flag bit the way DOS marks a protected
      * file; UNLOCK clears it
       doLockUnlock.
           call "findDirEntry" using by reference pname,
               by reference ext, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               call "fatal" using "no such directory entry"
           end-if

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr
           move dirEntry-flag(dirEnt) to flagByte
           divide flagByte by H"20" giving lockBit
           compute lockBit equal function mod (lockBit, 2)

           if cmdWord equal "LOCK" then
               if lockBit equal 0 then
                   add H"20" to flagByte
               end-if
           else
               if lockBit equal 1 then
                   subtract H"20" from flagByte
               end-if
           end-if

           move flagByte to dirEntry-flag(dirEnt)
           move 1 to atrDirty

           call "printf" using "%.6s %.8s.%.3s, flag now %02x" & x"0a",
               by reference cmdWord, by reference pname,
               by reference ext, by value flagByte
           exit.

       end program librarianRun.

      ******************************************************************
      **
      ** promoteRun: controlled promotion of one catalog entry from
      ** the test image to the production image, or the backout of
      ** one. A promotion mounts the test image first and refuses
      ** unless the entry there passes the static verifier with no
      ** defects and the certification report it names shows an
      ** overall PASSED result with a passing scenario whose CRC-32
      ** is that of these very bytes - a program edited after its
      ** certification does not get through. Only then is the
      ** production image mounted, under its own lock; the entry
      ** being replaced is renamed to the next free NAME.Bnn version
      ** (B01 up to B99) rather than dropped, keeping its sectors,
      ** and the certified bytes go in under the live name with the
      ** replaced entry's lock bit carried over. Room for the new
      ** copy is checked before anything changes, so a full disk
      ** refuses cleanly instead of dying half way. A backout drops
      ** the live entry and puts the newest kept version back under
      ** the live name. Every attempt, refused or not, is appended
      ** to the promotion ledger with the operator and both
      ** checksums.
      **

       identification division.

       program-id. promoteRun.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 numDirEntries constant as 8.

       01 prodName pic x(255).
       01 progText pic x(12).
       01 operatorName pic x(16).
       01 actionText pic x(7).
       01 reasonText pic x(32).
       01 backoutText pic x(12).
       01 outcomeText pic x(7).
       01 refuseCode usage binary-long signed.
       01 runCode usage binary-long signed.
       01 reasonOut pic x(33).
       01 rl usage binary-long signed.

       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.
       01 liveFound usage binary-long signed.
       01 liveFlag usage binary-long signed.
       01 lockBit usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 buf usage pointer.
       01 oldBuf usage pointer.
       01 len usage binary-long signed.
       01 oldLen usage binary-long signed.
       01 cap usage binary-long signed.
       01 oldCrc usage binary-long unsigned.
       01 newCrc usage binary-long unsigned.
       01 ver usage binary-long signed.
       01 topVer usage binary-long signed.
       01 verText pic 99.
       01 bkExt pic x(3).
       01 needed usage binary-long signed.
       01 freeCount usage binary-long signed.
       01 isFree usage binary-long signed.
       01 slotFound usage binary-long signed.
       01 sn usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 secPtr usage pointer.

       01 certFile usage pointer.
       01 gotPtr usage pointer.
       01 lineBuf pic x(300).
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 certPassed usage binary-long signed.
       01 certCovered usage binary-long signed.
       01 hits usage binary-long signed.
       01 crcNeedle.
           05 filler pic x(4) value "CRC=".
           05 crcDigits pic 9(10).

       01 dateBuf pic x(8).
       01 timeBuf pic x(8).

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       procedure division.

       move atrFileName to prodName
       move 0 to oldCrc
       move 0 to newCrc
       move spaces to backoutText
       move spaces to reasonText
       move exitCodeEnd to runCode

       move spaces to progText
       string catalogPName delimited by space
              "." delimited by size
              catalogExt delimited by space
              into progText
       end-string

      * who asked: the operator signOn identified from the process's
      * own user ID - not the environment, which anyone can set
       move operatorId to operatorName
       if operatorName equal spaces then
           move "UNKNOWN" to operatorName
       end-if

       if promoteMode equal 1 then
           move "PROMOTE" to actionText
           perform doPromote
       else
           move "BACKOUT" to actionText
           perform doBackout
       end-if

       call "reportRunDir"
       call "raiseAlert" using by value runCode
       move runCode to return-code

       goback.

      ******************************************************
      * test image first: verify and checksum the entry, hold
      * it against the certification report, and only then
      * touch production
       doPromote.
           if promoteCertName equal spaces then
               move "NO CERTIFICATION REPORT GIVEN" to reasonText
               move exitCodeCertify to refuseCode
               perform refuse
               exit paragraph
           end-if

           move promoteFromName to atrFileName
           move 0 to atrDirty
           call "readAtrFile"
           call "resolveCatalogDir"

           call "findDirEntry" using by reference catalogPName,
               by reference catalogExt, by reference dirSn,
               by reference dirEnt, by reference found
           if found equal 0 then
               move "NOT ON THE TEST IMAGE" to reasonText
               move exitCodeFatal to refuseCode
               perform refuse
               exit paragraph
           end-if

           compute cap equal atrTotalSectors * atrDataBytes
           allocate (cap) characters returning buf
           call "atrLoadFile" using by value dirSn, by value dirEnt,
               by value buf, by reference len
           call "computeCRC32" using by value buf, by value len,
               by reference newCrc

           call "readBasicFile"
           call "analyzeBasicFile"
           call "staticVerify"
           if staticDefects not equal 0 then
               move "STATIC VERIFY FOUND DEFECTS" to reasonText
               move exitCodeDefects to refuseCode
               perform refuse
               exit paragraph
           end-if

           perform checkCertificate
           if certPassed equal 0 then
               move "CERTIFICATION DID NOT PASS" to reasonText
               move exitCodeCertify to refuseCode
               perform refuse
               exit paragraph
           end-if
           if certCovered equal 0 then
               move "THIS COPY WAS NOT CERTIFIED" to reasonText
               move exitCodeCertify to refuseCode
               perform refuse
               exit paragraph
           end-if

      * done with the test image; production from here on
           call "releaseImageLock"
           move prodName to atrFileName
           move 0 to atrDirty
           move 0 to atrReadOnly
           call "readAtrFile"
           move 361 to atrDirFirst
           move 368 to atrDirLast
           call "resolveCatalogDir"
           if atrReadOnly not equal 0 then
               move "PRODUCTION IMAGE LOCKED" to reasonText
               move exitCodeLocked to refuseCode
               perform refuse
               exit paragraph
           end-if

           call "findDirEntry" using by reference catalogPName,
               by reference catalogExt, by reference dirSn,
               by reference dirEnt, by reference liveFound
           move 0 to liveFlag
           if liveFound not equal 0 then
               call "atrSectorAddr" using by value dirSn,
                   by reference secPtr
               set address of dirSector to secPtr
               move dirEntry-flag(dirEnt) to liveFlag
               compute cap equal atrTotalSectors * atrDataBytes
               allocate (cap) characters returning oldBuf
               call "atrLoadFile" using by value dirSn,
                   by value dirEnt, by value oldBuf,
                   by reference oldLen
               call "computeCRC32" using by value oldBuf,
                   by value oldLen, by reference oldCrc
               free oldBuf

               perform findTopVersion
               if topVer not less than 99 then
                   move "NO FREE BACKOUT VERSION" to reasonText
                   move exitCodeFatal to refuseCode
                   perform refuse
                   exit paragraph
               end-if
               compute verText equal topVer + 1
               move "B" to bkExt(1:1)
               move verText to bkExt(2:2)
           end-if

           perform checkRoom
           if needed greater than freeCount or slotFound equal 0
             then
               move "PRODUCTION IMAGE FULL" to reasonText
               move exitCodeFatal to refuseCode
               perform refuse
               exit paragraph
           end-if

      * the replaced entry steps aside under its version name,
      * sectors and all
           if liveFound not equal 0 then
               call "atrSectorAddr" using by value dirSn,
                   by reference secPtr
               set address of dirSector to secPtr
               move bkExt to dirEntry-ext(dirEnt)
               move 1 to atrDirty
               move spaces to backoutText
               string catalogPName delimited by space
                      "." delimited by size
                      bkExt delimited by size
                      into backoutText
               end-string
           end-if

           call "atrWriteFile" using by reference catalogPName,
               by reference catalogExt, by value buf, by value len
           free buf

      * a locked production entry stays locked
           divide liveFlag by H"20" giving lockBit
           if function mod (lockBit, 2) equal 1 then
               call "findDirEntry" using by reference catalogPName,
                   by reference catalogExt, by reference dirSn,
                   by reference dirEnt, by reference found
               call "atrSectorAddr" using by value dirSn,
                   by reference secPtr
               set address of dirSector to secPtr
               move dirEntry-flag(dirEnt) to flagByte
               add H"20" to flagByte
               move flagByte to dirEntry-flag(dirEnt)
           end-if

           perform commitImage
           if atrDirty not equal 0 then
               exit paragraph
           end-if

           if liveFound not equal 0 then
               call "printf" using
                   "PROMOTED %.8s.%.3s to production, previous"
                   & " copy kept as %.12s" & x"0a",
                   by reference catalogPName, by reference catalogExt,
                   by reference backoutText
           else
               call "printf" using
                   "PROMOTED %.8s.%.3s to production (new entry)"
                   & x"0a",
                   by reference catalogPName, by reference catalogExt
           end-if
           exit.

      ******************************************************
      * production only: the live entry goes, the newest kept
      * version takes its name back
       doBackout.
           call "readAtrFile"
           call "resolveCatalogDir"
           if atrReadOnly not equal 0 then
               move "PRODUCTION IMAGE LOCKED" to reasonText
               move exitCodeLocked to refuseCode
               perform refuse
               exit paragraph
           end-if

           perform findTopVersion
           if topVer equal 0 then
               move "NO KEPT VERSION TO BACK OUT TO" to reasonText
               move exitCodeFatal to refuseCode
               perform refuse
               exit paragraph
           end-if
           move topVer to verText
           move "B" to bkExt(1:1)
           move verText to bkExt(2:2)
           move spaces to backoutText
           string catalogPName delimited by space
                  "." delimited by size
                  bkExt delimited by size
                  into backoutText
           end-string

           compute cap equal atrTotalSectors * atrDataBytes
           allocate (cap) characters returning buf

           call "findDirEntry" using by reference catalogPName,
               by reference catalogExt, by reference dirSn,
               by reference dirEnt, by reference liveFound
           if liveFound not equal 0 then
               call "atrLoadFile" using by value dirSn,
                   by value dirEnt, by value buf, by reference len
               call "computeCRC32" using by value buf, by value len,
                   by reference oldCrc
               call "atrDeleteEntry" using by value dirSn,
                   by value dirEnt
           end-if

           call "findDirEntry" using by reference catalogPName,
               by reference bkExt, by reference dirSn,
               by reference dirEnt, by reference found
           call "atrLoadFile" using by value dirSn, by value dirEnt,
               by value buf, by reference len
           call "computeCRC32" using by value buf, by value len,
               by reference newCrc
           free buf

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr
           move catalogExt to dirEntry-ext(dirEnt)
           move 1 to atrDirty

           perform commitImage
           if atrDirty not equal 0 then
               exit paragraph
           end-if

           call "printf" using
               "BACKED OUT %.8s.%.3s to its kept copy %.12s" & x"0a",
               by reference catalogPName, by reference catalogExt,
               by reference backoutText
           exit.

      ******************************************************
      * the highest NAME.Bnn already on the mounted image (0:
      * none)
       findTopVersion.
           move 0 to topVer
           perform varying ver from 1 by 1 until ver greater than 99
               move ver to verText
               move "B" to bkExt(1:1)
               move verText to bkExt(2:2)
               call "findDirEntry" using by reference catalogPName,
                   by reference bkExt, by reference sn,
                   by reference j, by reference found
               if found not equal 0 then
                   move ver to topVer
               end-if
           end-perform
           exit.

      ******************************************************
      * free data sectors and a free directory slot, counted the
      * way atrWriteFile will look for them
       checkRoom.
           compute needed equal (len + atrDataBytes - 1)
               / atrDataBytes
           if needed equal 0 then
               move 1 to needed
           end-if

           move 0 to freeCount
           perform varying sn from 4 by 1
             until sn greater than atrMapLimit
               if sn less than atrVtocSector
                 or sn greater than atrDirLast then
                   call "vtocSectorFree" using by value sn,
                       by reference isFree
                   if isFree equal 1 then
                       add 1 to freeCount
                   end-if
               end-if
           end-perform

           move 0 to slotFound
           perform varying i from atrDirFirst by 1
             until i greater than atrDirLast or slotFound not equal 0
               call "atrSectorAddr" using by value i,
                   by reference secPtr
               set address of dirSector to secPtr
               perform varying j from 1 by 1
                 until j greater than numDirEntries
                   move dirEntry-flag(j) to flagByte
                   if flagByte equal 0
                     or flagByte not less than H"80" then
                       move 1 to slotFound
                       exit perform
                   end-if
               end-perform
           end-perform
           exit.

      ******************************************************
      * the report must say PASSED overall and carry a passing
      * scenario line stamped with this copy's CRC-32
       checkCertificate.
           move 0 to certPassed
           move 0 to certCovered
           move newCrc to crcDigits

           move 255 to pLen
           perform with test before until pLen less than 1
             or promoteCertName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move promoteCertName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning certFile
           if certFile equal NULL then
               exit paragraph
           end-if

           perform forever
               move spaces to lineBuf
               call "fgets" using by reference lineBuf,
                   by value 300, by value certFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               if lineBuf(1:28) equal "CERTIFICATION RESULT: PASSED"
                 then
                   move 1 to certPassed
               end-if
               if lineBuf(1:9) equal "SCENARIO " then
                   move 0 to hits
                   inspect lineBuf tallying hits for all " PASS "
                   if hits not equal 0 then
                       move 0 to hits
                       inspect lineBuf tallying hits
                           for all crcNeedle
                       if hits not equal 0 then
                           move 1 to certCovered
                       end-if
                   end-if
               end-if
           end-perform
           call "fclose" using by value certFile
           exit.

      ******************************************************
      * write production back and take its manifest afresh; a
      * failed flush leaves atrDirty set and the ledger says so
       commitImage.
           call "flushAtrImage"
           if atrDirty not equal 0 then
               move "PRODUCTION IMAGE NOT SAVED" to reasonText
               call "releaseImageLock"
               move "FAILED" to outcomeText
               perform writeLedger
               move exitCodeFatal to runCode
               exit paragraph
           end-if
           call "writeManifest"
           call "releaseImageLock"
           move "DONE" to outcomeText
           perform writeLedger
           move exitCodeEnd to runCode
           exit.

      ******************************************************
      * nothing was changed: say why, log it, let go of
      * whichever image is mounted
       refuse.
           move spaces to reasonOut
           move reasonText to reasonOut(1:32)
           move 32 to rl
           perform with test before until rl less than 1
             or reasonOut(rl:1) not equal space
               subtract 1 from rl
           end-perform
           move low-value to reasonOut(rl + 1:1)
           call "printf" using "%.7s REFUSED: %s" & x"0a",
               by reference actionText, by reference reasonOut
           call "releaseImageLock"
           move "REFUSED" to outcomeText
           perform writeLedger
           move refuseCode to runCode
           exit.

      ******************************************************
      * one ledger record for this attempt, whatever became of
      * it
       writeLedger.
           open extend promotion-fd
           if promotionFileStatus not equal "00"
             and promotionFileStatus not equal "05" then
               call "printf" using
                   "cannot append to the promotion ledger" & x"0a"
               exit paragraph
           end-if

           accept dateBuf from date yyyymmdd
           accept timeBuf from time

           move spaces to promotion-record
           move dateBuf to prm-stamp(1:8)
           move "-" to prm-stamp(9:1)
           move timeBuf(1:6) to prm-stamp(10:6)
           move actionText to prm-action
           move outcomeText to prm-outcome
           move progText to prm-program
           move operatorName to prm-operator
           move oldCrc to prm-oldCrc
           move newCrc to prm-newCrc
           move backoutText to prm-backout
           move reasonText to prm-reason
           move promoteCertName to prm-certRef
           write promotion-record
           close promotion-fd
           exit.

       end program promoteRun.

      ******************************************************************
      **
      ** walkCatalog: inventory the mounted image into catalogTable -
      ** every in-use entry of the root directory and, breadth first,
      ** of every MyDOS subdirectory under it. A file's row carries
      ** its sector count, the byte length and CRC-32 of the data its
      ** sector chain holds (read through atrLoadFile, so a broken
      ** chain stops the run the way loading it would), and its lock
      ** bit; a subdirectory's row carries its eight sectors and the
      ** path its own entries will be listed under. Deleted and
      ** never-used slots are left out.
      **

       identification division.

       program-id. walkCatalog.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 numDirEntries constant as 8.

      * directories awaiting their walk, each with its path
       01 dirQueue.
           05 dqRow occurs 64 times.
               10 dq-first usage binary-long signed.
               10 dq-path pic x(128).
       01 dqCount usage binary-long signed.
       01 dqIdx usage binary-long signed.

       01 dirIdx usage binary-long signed.
       01 dirSn usage binary-long signed.
       01 entryNum usage binary-long signed.
       01 flagByte usage binary-long signed.
       01 flagBit usage binary-long signed.
       01 isSubdir usage binary-long signed.
       01 tableFull usage binary-long signed.
       01 nameText pic x(12).
       01 buf usage pointer.
       01 len usage binary-long signed.
       01 cap usage binary-long signed.
       01 crc usage binary-long unsigned.
       01 secPtr usage pointer.

       01 dirSector based.
           05 aDirSector occurs numDirEntries times.
               10 dirEntry-flag usage binary-char unsigned.
               10 dirEntry-count usage binary-short unsigned.
               10 dirEntry-ssn usage binary-short unsigned.
               10 dirEntry-pname pic x(8).
               10 dirEntry-ext pic x(3).

       procedure division.

       move 0 to ctCount
       move 0 to tableFull

       compute cap equal atrTotalSectors * atrDataBytes
       allocate (cap) characters returning buf

       move 1 to dqCount
       move 361 to dq-first(1)
       move spaces to dq-path(1)

       perform varying dqIdx from 1 by 1
         until dqIdx greater than dqCount
           perform varying dirIdx from 1 by 1
             until dirIdx greater than 64
               perform walkOneEntry
           end-perform
       end-perform

       free buf

       goback.

      ******************************************************
      * one directory slot into the table
       walkOneEntry.
           compute dirSn equal dq-first(dqIdx) + (dirIdx - 1) / 8
           compute entryNum equal function mod (dirIdx - 1, 8) + 1

           call "atrSectorAddr" using by value dirSn,
               by reference secPtr
           set address of dirSector to secPtr

           move dirEntry-flag(entryNum) to flagByte
           if flagByte equal 0 or flagByte not less than H"80" then
               exit paragraph
           end-if

           divide flagByte by H"10" giving flagBit
           move function mod (flagBit, 2) to isSubdir
           if isSubdir equal 0 and flagByte less than H"40" then
               exit paragraph
           end-if

           if ctCount not less than 2048 then
               if tableFull equal 0 then
                   call "printf" using
                     "catalog has more than 2048 entries - the rest"
                     & " are not listed" & x"0a"
                   move 1 to tableFull
               end-if
               exit paragraph
           end-if

           move spaces to nameText
           if dirEntry-ext(entryNum) equal spaces then
               move dirEntry-pname(entryNum) to nameText
           else
               string dirEntry-pname(entryNum) delimited by space
                      "." delimited by size
                      dirEntry-ext(entryNum) delimited by space
                      into nameText
               end-string
           end-if

           add 1 to ctCount
           move dq-path(dqIdx) to ct-path(ctCount)
           move nameText to ct-name(ctCount)
           move dirSn to ct-dirSn(ctCount)
           move entryNum to ct-dirEnt(ctCount)
           move flagByte to ct-flag(ctCount)
           move dirEntry-count(entryNum) to ct-sectors(ctCount)
           divide flagByte by H"20" giving flagBit
           move function mod (flagBit, 2) to ct-locked(ctCount)

           if isSubdir not equal 0 then
               move "DIR" to ct-kind(ctCount)
               move 8 to ct-sectors(ctCount)
               move 0 to ct-bytes(ctCount)
               move 0 to ct-crc(ctCount)
               perform queueSubdir
               exit paragraph
           end-if

           move "FILE" to ct-kind(ctCount)
           call "atrLoadFile" using by value dirSn,
               by value entryNum, by value buf, by reference len
           call "computeCRC32" using by value buf, by value len,
               by reference crc
           move len to ct-bytes(ctCount)
           move crc to ct-crc(ctCount)
           exit.

      ******************************************************
      * a subdirectory's entries get walked in their turn, under
      * the parent's path plus its own name
       queueSubdir.
           if dqCount not less than 64 then
               call "printf" using
                 "more than 64 directories - %.12s not walked"
                 & x"0a", by reference nameText
               exit paragraph
           end-if
           add 1 to dqCount
           move dirEntry-ssn(entryNum) to dq-first(dqCount)
           move spaces to dq-path(dqCount)
           if dq-path(dqIdx) equal spaces then
               move nameText to dq-path(dqCount)
           else
               string dq-path(dqIdx) delimited by space
                      ":" delimited by size
                      nameText delimited by space
                      into dq-path(dqCount)
               end-string
           end-if
           exit.

       end program walkCatalog.

      ******************************************************************
      **
      ** writeManifest: take the mounted image's catalog manifest
      ** afresh - one record per entry walkCatalog finds - at
      ** OMGWTF2_MANIFEST or beside the image. The librarian writes
      ** one on request; promoteRun rewrites it after every promotion
      ** and backout, which is what makes those the approved way for
      ** a program to change.
      **

       identification division.

       program-id. writeManifest.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 i usage binary-long signed.
       01 pLen usage binary-long signed.
       01 pathOut pic x(265).

       procedure division.

       perform setManifestPath

       call "walkCatalog"

       open output manifest-fd
       if manifestFileStatus not equal "00"
         and manifestFileStatus not equal "05" then
           call "printf" using
             "cannot write the catalog manifest %s" & x"0a",
             by reference pathOut
           goback
       end-if

       perform varying i from 1 by 1 until i greater than ctCount
           move spaces to manifest-record
           move ct-kind(i) to mfr-kind
           move ct-name(i) to mfr-name
           move ct-sectors(i) to mfr-sectors
           move ct-bytes(i) to mfr-bytes
           if ct-locked(i) not equal 0 then
               move "LOCKED" to mfr-lock
           end-if
           move ct-crc(i) to mfr-crc
           move ct-path(i) to mfr-path
           write manifest-record
       end-perform

       close manifest-fd

       call "printf" using
         "MANIFEST %d entr(ies) written to %s" & x"0a",
         by value ctCount, by reference pathOut

       goback.

      ******************************************************
      * the configured manifest, or the image path plus
      * ".manifest" - and a NUL terminated copy for the messages
       setManifestPath.
           move spaces to manifestPath
           if manifestName not equal spaces then
               move 255 to pLen
               perform with test before until pLen less than 1
                 or manifestName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move manifestName(1:pLen) to manifestPath(1:pLen)
           else
               move 255 to pLen
               perform with test before until pLen less than 1
                 or atrFileName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move atrFileName(1:pLen) to manifestPath(1:pLen)
               move ".manifest" to manifestPath(pLen + 1:9)
               add 9 to pLen
           end-if
           move spaces to pathOut
           move manifestPath(1:pLen) to pathOut(1:pLen)
           move low-value to pathOut(pLen + 1:1)
           exit.

       end program writeManifest.

      ******************************************************************
      **
      ** checkManifest: the program readBasicFile has just found on
      ** the image, held against the image's manifest. Missing from
      ** it, or a different byte length or content CRC-32 than it
      ** records, means the program changed some way other than a
      ** promotion: OMGWTF2_MANIFEST_CHECK says whether that is a
      ** warning or a refusal. A refused job-deck card is skipped
      ** like any other that will not load; a refused run stops with
      ** the drift exit code. An image with no manifest is not
      ** checked at all.
      **

       identification division.

       program-id. checkManifest.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 nameText pic x(12).
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.
       01 buf usage pointer.
       01 len usage binary-long signed.
       01 cap usage binary-long signed.
       01 crc usage binary-long unsigned.
       01 hit usage binary-long signed.
       01 differs usage binary-long signed.
       01 pLen usage binary-long signed.
       01 whyText pic x(41).
       01 wl usage binary-long signed.
      * the entry found, kept past the close of the manifest
       01 manifestBytes pic 9(7).
       01 manifestCrc pic 9(10).

       procedure division.

       if manifestCheck equal 0 then
           goback
       end-if

       perform setManifestPath

       open input manifest-fd
       if manifestFileStatus not equal "00" then
           if manifestFileStatus equal "05" then
               close manifest-fd
           end-if
           goback
       end-if

       move spaces to nameText
       if catalogExt equal spaces then
           move catalogPName to nameText
       else
           string catalogPName delimited by space
                  "." delimited by size
                  catalogExt delimited by space
                  into nameText
           end-string
       end-if

       move 0 to hit
       perform until hit not equal 0
           read manifest-fd
             at end
               exit perform
           end-read
           if mfr-kind equal "FILE" and mfr-name equal nameText
             and mfr-path equal function upper-case (catalogDirPath)
             then
               move 1 to hit
               move mfr-bytes to manifestBytes
               move mfr-crc to manifestCrc
           end-if
       end-perform
       close manifest-fd

      * the bytes the manifest speaks of: the whole sector chain
       call "findDirEntry" using by reference catalogPName,
           by reference catalogExt, by reference dirSn,
           by reference dirEnt, by reference found
       compute cap equal atrTotalSectors * atrDataBytes
       allocate (cap) characters returning buf
       call "atrLoadFile" using by value dirSn, by value dirEnt,
           by value buf, by reference len
       call "computeCRC32" using by value buf, by value len,
           by reference crc
       free buf

       move 0 to differs
       if hit equal 0 then
           move 1 to differs
           move "is not in the catalog manifest" to whyText
       else
           if manifestBytes not equal len or manifestCrc not equal crc
             then
               move 1 to differs
               move "differs from the catalog manifest" to whyText
           end-if
       end-if

       if differs equal 0 then
           goback
       end-if

       move 40 to wl
       perform with test before until wl less than 1
         or whyText(wl:1) not equal space
           subtract 1 from wl
       end-perform
       move low-value to whyText(wl + 1:1)

       if manifestCheck equal 1 then
           call "printf" using
             "MANIFEST WARNING: %.8s.%.3s %s" & x"0a",
             by reference catalogPName, by reference catalogExt,
             by reference whyText
           goback
       end-if

       call "printf" using
         "MANIFEST REFUSED: %.8s.%.3s %s" & x"0a",
         by reference catalogPName, by reference catalogExt,
         by reference whyText

       if jobStreamMode not equal 0 then
           move 1 to jobLoadFailed
           goback
       end-if

       move "MANIFEST MISMATCH" to exitReason
       move exitCodeDrift to fatalExitCode
       call "fatal" using "program changed outside a promotion"

       goback.

      ******************************************************
      * the configured manifest, or the image path plus
      * ".manifest"
       setManifestPath.
           move spaces to manifestPath
           if manifestName not equal spaces then
               move 255 to pLen
               perform with test before until pLen less than 1
                 or manifestName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move manifestName(1:pLen) to manifestPath(1:pLen)
           else
               move 255 to pLen
               perform with test before until pLen less than 1
                 or atrFileName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move atrFileName(1:pLen) to manifestPath(1:pLen)
               move ".manifest" to manifestPath(pLen + 1:9)
           end-if
           exit.

       end program checkManifest.

      ******************************************************************
      **
      ** driftReport: compare the mounted image entry by entry with
      ** another one - production against its DR copy, say. Both are
      ** walked whole with walkCatalog; an entry is the same entry
      ** when its kind, directory path and NAME.EXT agree. The report
      ** lists what the other image is MISSING, what it has EXTRA,
      ** every file whose byte length or content CRC-32 CHANGED, and
      ** every LOCK flag that differs, then the control totals. The
      ** count of differences goes back to the caller.
      **

       identification division.

       program-id. driftReport.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

      * the base image's walk, kept while the other image is walked
      * into catalogTable
       01 baseTable.
           05 btRow occurs 2048 times.
               10 bt-kind pic x(4).
               10 bt-path pic x(128).
               10 bt-name pic x(12).
               10 bt-dirSn usage binary-long signed.
               10 bt-dirEnt usage binary-long signed.
               10 bt-flag usage binary-long signed.
               10 bt-sectors usage binary-long signed.
               10 bt-bytes usage binary-long signed.
               10 bt-locked usage binary-char unsigned.
               10 bt-crc usage binary-long unsigned.
       01 btCount usage binary-long signed.

       01 matchTable.
           05 ctMatched occurs 2048 times usage binary-char unsigned.

       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 hit usage binary-long signed.
       01 missCount usage binary-long signed.
       01 extraCount usage binary-long signed.
       01 changeCount usage binary-long signed.
       01 lockCount usage binary-long signed.
       01 baseName pic x(255).
       01 reportFile usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 specText pic x(142).
       01 specPath pic x(128).
       01 specName pic x(12).
       01 reportPath pic x(256).
       01 kindText pic x(5).
       01 lockA pic x(9).
       01 lockB pic x(9).
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).

       linkage section.

       01 otherName pic x(255).
       01 driftCount usage binary-long signed.

       procedure division using by reference otherName,
                                by reference driftCount.

       move 255 to pLen
       perform with test before until pLen less than 1
         or driftReportName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to reportPath
       move driftReportName(1:pLen) to reportPath(1:pLen)
       move low-value to reportPath(pLen + 1:1)
       call "fopen" using by reference reportPath,
                     by reference fopenModeWrite
                     returning reportFile
       if reportFile equal NULL then
           call "fatal" using "cannot create drift report"
       end-if

       accept dateBuf from date yyyymmdd
       accept timeBuf from time
       call "fprintf" using by value reportFile,
           by reference "DRIFT REPORT %.8s-%.6s" & x"0a00",
           by reference dateBuf, by reference timeBuf
       move atrFileName to baseName
       move baseName to pathBuf
       perform terminatePath
       call "fprintf" using by value reportFile,
           by reference "BASE IMAGE  %s" & x"0a00",
           by reference pathBuf
       move otherName to pathBuf
       perform terminatePath
       call "fprintf" using by value reportFile,
           by reference "OTHER IMAGE %s" & x"0a00",
           by reference pathBuf

       call "walkCatalog"
       move catalogTable to baseTable
       move ctCount to btCount

      * the other image, whole, under its own lock
       call "releaseImageLock"
       move otherName to atrFileName
       move 0 to atrDirty
       move 0 to atrReadOnly
       call "readAtrFile"
       move 361 to atrDirFirst
       move 368 to atrDirLast
       call "walkCatalog"

       move 0 to missCount
       move 0 to extraCount
       move 0 to changeCount
       move 0 to lockCount
       perform varying j from 1 by 1 until j greater than 2048
           move 0 to ctMatched(j)
       end-perform

       perform varying i from 1 by 1 until i greater than btCount
           perform compareBaseEntry
       end-perform

       perform varying j from 1 by 1 until j greater than ctCount
           if ctMatched(j) equal 0 then
               add 1 to extraCount
               move ct-kind(j) to kindText
               move ct-path(j) to specPath
               move ct-name(j) to specName
               perform buildSpec
               call "fprintf" using by value reportFile,
                   by reference "EXTRA    %.4s %s" & x"0a00",
                   by reference kindText, by reference specText
           end-if
       end-perform

       compute driftCount equal missCount + extraCount
           + changeCount + lockCount

       call "fprintf" using by value reportFile,
           by reference "DRIFT SUMMARY: %d base entr(ies), %d other,"
             & " %d missing, %d extra, %d changed, %d lock"
             & x"0a00",
           by value btCount, by value ctCount, by value missCount,
           by value extraCount, by value changeCount,
           by value lockCount
       if driftCount equal 0 then
           call "fprintf" using by value reportFile,
               by reference "DRIFT RESULT: NONE" & x"0a00"
       else
           call "fprintf" using by value reportFile,
               by reference "DRIFT RESULT: FOUND" & x"0a00"
       end-if
       call "fclose" using by value reportFile

       call "printf" using
         "DRIFT: %d missing, %d extra, %d changed, %d lock - report"
         & " in %s" & x"0a",
         by value missCount, by value extraCount,
         by value changeCount, by value lockCount,
         by reference reportPath

       call "releaseImageLock"

       goback.

      ******************************************************
      * base entry i against its namesake on the other image
       compareBaseEntry.
           move bt-kind(i) to kindText
           move bt-path(i) to specPath
           move bt-name(i) to specName
           perform buildSpec

           move 0 to hit
           perform varying j from 1 by 1
             until j greater than ctCount
               if ct-kind(j) equal bt-kind(i)
                 and ct-path(j) equal bt-path(i)
                 and ct-name(j) equal bt-name(i) then
                   move 1 to hit
                   move 1 to ctMatched(j)
                   exit perform
               end-if
           end-perform

           if hit equal 0 then
               add 1 to missCount
               call "fprintf" using by value reportFile,
                   by reference "MISSING  %.4s %s" & x"0a00",
                   by reference kindText, by reference specText
               exit paragraph
           end-if

           if bt-bytes(i) not equal ct-bytes(j)
             or bt-crc(i) not equal ct-crc(j) then
               add 1 to changeCount
               call "fprintf" using by value reportFile,
                   by reference "CHANGED  %.4s %s BYTES %d/%d"
                     & " CRC %010u/%010u" & x"0a00",
                   by reference kindText, by reference specText,
                   by value bt-bytes(i), by value ct-bytes(j),
                   by value bt-crc(i), by value ct-crc(j)
           end-if

           if bt-locked(i) not equal ct-locked(j) then
               add 1 to lockCount
               move "UNLOCKED" to lockA
               move low-value to lockA(9:1)
               if bt-locked(i) not equal 0 then
                   move "LOCKED" to lockA
                   move low-value to lockA(7:1)
               end-if
               move "UNLOCKED" to lockB
               move low-value to lockB(9:1)
               if ct-locked(j) not equal 0 then
                   move "LOCKED" to lockB
                   move low-value to lockB(7:1)
               end-if
               call "fprintf" using by value reportFile,
                   by reference "LOCK     %.4s %s %s/%s"
                     & x"0a00",
                   by reference kindText, by reference specText,
                   by reference lockA, by reference lockB
           end-if
           exit.

      ******************************************************
      * specPath and specName into one NUL terminated
      * "PATH:NAME.EXT"
       buildSpec.
           move spaces to specText
           if specPath equal spaces then
               move specName to specText
           else
               string specPath delimited by space
                      ":" delimited by size
                      specName delimited by space
                      into specText
               end-string
           end-if
           move 141 to pLen
           perform with test before until pLen less than 1
             or specText(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move low-value to specText(pLen + 1:1)
           exit.

      ******************************************************
      * pathBuf NUL terminated after its last non-blank
       terminatePath.
           move 255 to pLen
           perform with test before until pLen less than 1
             or pathBuf(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move low-value to pathBuf(pLen + 1:1)
           exit.

       end program driftReport.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** analyzeBasicFile: Extract symbol table and line number
      ** information from an Atari BASIC save file
      **

       identification division.

       program-id. analyzeBasicFile.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long unsigned.
       01 j usage binary-long unsigned.
       01 lineNumber usage binary-short unsigned.
       01 lineLength usage binary-char unsigned.
       01 wcor usage binary-short unsigned.
       01 name usage pointer.
       01 char usage binary-char unsigned.

      * Documentation at:
      *   http://www.atarimax.com/jindroush.atari.org/afmtbas.html
      * Code borrowed from:
      *   http://www.atarimax.com/jindroush.atari.org/data/asoft/chkbas_src.zip

      * struct header
      *   {
      *     word lomem;
      *     word vnt;
      *     word vnte;
      *     word vvt;
      *     word stmtab;
      *     word stmcur;
      *     word starp;
      *   } __attribute__((packed));

       01 header based.
           05 hdr-lomem usage binary-short unsigned.
           05 hdr-vnt usage binary-short unsigned.
           05 hdr-vnte usage binary-short unsigned.
           05 hdr-vvt usage binary-short unsigned.
           05 hdr-stmtab usage binary-short unsigned.
           05 hdr-stmcur usage binary-short unsigned.
           05 hdr-starp usage binary-short unsigned.

      * struct vvtEntry
      *   {
      *     byte btType;
      *     byte btNumber;
      *     byte data [6];
      *   };

       01 vvtEntryStruct based.
           05 vvtTable occurs 256 times.
               10 btType usage binary-char unsigned.
               10 btNumber usage binary-char unsigned.
               10 btDataArray occurs 6 times.
                   20 btData usage binary-char unsigned.
       01 vvtEntry usage pointer.

       01 len usage binary-long signed.
       01 name-array based.
           05 name-array-chars occurs 256 times.
               10 name-array-char usage binary-char unsigned.

       01 str usage pointer.
       01 str-array based.
           05 str-array-chars occurs 256 times.
               10 str-array-char usage binary-char unsigned.

       linkage section.

       procedure division.

       set address of header to programFile

      *    display "lomem " hdr-lomem
      *    display "vnt " hdr-vnt
      *    display "vnte " hdr-vnte
      *    display "vvt " hdr-vvt
      *    display "stmtab " hdr-stmtab
      *    display "stmcur " hdr-stmcur
      *    display "starp " hdr-starp

       compute wcor equal hdr-vnt - hdr-lomem - H"0e"
       compute vnt equal hdr-vnt - wcor
       compute vvt equal hdr-vvt - wcor
       compute stmtab equal hdr-stmtab - wcor
       compute stmcur equal hdr-stmcur - wcor
       compute vvte equal stmtab - 1
       compute vvtl equal vvte - vvt + 1
       compute nv equal vvtl / 8
       compute codeLen equal stmcur - stmtab

      *    display "Constants & pointers:"
      *    display "Start of Name Table      (VNT)   : " vnt
      *    display "Start of Variable Table  (VVT)   : " vvt
      *    display "End of Variable Table    (VVTE)  : " vvte
      *    display "Length of Variable Table (VVTL)  : " vvtl

      *    display "Number of Variables      (NV)    : " nv

      *    display "Start of Code            (STMTAB): " stmtab
      *    display "Length of Code                   : " codeLen
      *    display "Current command          (STMCUR): " stmcur


       move programFile to name
       set name up by vnt
       set address of name-array to name

       perform varying i from 1 by 1 until i 
         is greater than nv

           move 1 to len
           perform with test before until
             name-array-char(len) greater than 127
               add 1 to len
           end-perform

           allocate (len + 1) characters returning str
           set address of str-array to str

           perform varying j from 1 by 1 until 
             j greater than len
               move name-array-chars(j) to char
               if char greater than 127 then
                 subtract 128 from char
               end-if
               move char to str-array-char(j)
           end-perform
           move H"00" to str-array-char(len + 1)
           move str to vts-name(i)
           set name up by len
           set address of name-array to name

       end-perform

       move programFile to vvtEntry
       set vvtEntry up by vvt              
       set address of vvtEntryStruct to vvtEntry

       perform varying i from 1 by 1 until i 
         is greater than nv

           move btType(i) to vts-type(i)
           move 0 to vts-dim(i)
           move 0 to vts-val(i)
           move NULL to vts-sval(i)
           move NULL to vts-aval(i)
       end-perform

       move zero to firstLineNumber
       move zero to lastLineNumber

       move programFile to linePtr
       set linePtr up by stmtab

       move programFile to programEnd
       set programEnd up by stmtab
       set programEnd up by codeLen

       perform until linePtr greater than or equal to programEnd

           move linePtr to lineStart

           set address of wordCast to linePtr
           move wordCasted to lineNumber
           set linePtr up by length of wordCast

           set address of byteCast to linePtr
           move byteCasted to lineLength
           set linePtr up by length of byteCast

           move lineStart to lineNext
           set lineNext up by lineLength

           if firstLineNumber equal to zero then
               move lineNumber to firstLineNumber 
           end-if
           move lineNumber to lastLineNumber

           set lineNumberRow(lineNumber) to lineStart
           move lineNext to linePtr

       end-perform

      * pre-decode the statement code once, so the execution loop
      * dispatches off the cache instead of re-lexing every pass
       call "buildStmtCache"

      * the lineage watch list names variables of this program
       call "lineageResolve"

      * and so does its data dictionary
       call "loadDictionary"

       goback.

       end program analyzeBasicFile.

      ******************************************************************
      **
      ** buildStmtCache: one pass over the statement code filling the
      ** pre-decoded operand cache - for every operand byte position,
      ** the token the lexer would hand the parser there, the decoded
      ** constant or resolved variable it would set, and where the
      ** cursor lands afterwards. The lexer's operand state then
      ** answers from the cache row instead of re-scanning the raw
      ** bytes, with byte-identical results; flow control, the
      ** statement/line bookkeeping and REM skipping are untouched.
      ** Safe to pre-resolve: a variable's type comes off the VVT at
      ** analyze time and never changes while the program runs.
      **

       identification division.

       program-id. buildStmtCache.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 p usage pointer.
       01 q usage pointer.
       01 lineBase usage pointer.
       01 lineLimit usage pointer.
       01 stmtEnd usage pointer.
       01 lineLen usage binary-long unsigned.
       01 stmtLen usage binary-long unsigned.
       01 stmtTok usage binary-long unsigned.
       01 op usage binary-char unsigned.
       01 sLen usage binary-long unsigned.
       01 iop usage binary-long unsigned.
       01 idx usage binary-long signed.
       01 val usage computational-2.

       01 qWork usage pointer.
       01 qWorkNum redefines qWork usage binary-double unsigned.
       01 baseWork usage pointer.
       01 baseWorkNum redefines baseWork usage binary-double unsigned.

       procedure division.

       move 0 to stmtCacheOn
       if stmtCacheDisabled not equal 0 then
           goback
       end-if

       perform varying idx from 1 by 1 until idx greater than 65536
           move 0 to sc-valid(idx)
       end-perform

       move programFile to stmtCacheBase
       set stmtCacheBase up by stmtab
       move stmtCacheBase to baseWork

       move programFile to p
       set p up by stmtab

       perform until p greater than or equal to programEnd

           move p to lineBase
           set p up by 2
           set address of byteCast to p
           move byteCasted to lineLen
           set p up by 1

           move lineBase to lineLimit
           set lineLimit up by lineLen

           perform until p greater than or equal to lineLimit

               set address of byteCast to p
               move byteCasted to stmtLen
               set p up by 1

               move lineBase to stmtEnd
               set stmtEnd up by stmtLen

               set address of byteCast to p
               move byteCasted to stmtTok
               set p up by 1

      * REM operands are never lexed - the statement fetch skips
      * straight to the end of the line
               if stmtTok not equal tokREM then
                   move p to q
                   perform decodeStatement
               end-if

               move stmtEnd to p

           end-perform

       end-perform

       move 1 to stmtCacheOn

       goback.

      ******************************************************
      * the operand bytes of one statement, q up to stmtEnd
       decodeStatement.
           perform until q greater than or equal to stmtEnd

               move q to qWork
               compute idx equal qWorkNum - baseWorkNum + 1
               if idx less than 1 or idx greater than 65536 then
                   exit paragraph
               end-if

               set address of byteCast to q
               move byteCasted to op
               set q up by 1

               move 0 to sc-lvalKind(idx)
               move 0 to sc-ival(idx)
               move 0 to sc-dval(idx)
               move NULL to sc-sptr(idx)

               evaluate true

                 when op equal opNCONST
                   call "parseNCONST" using by reference q,
                                            by reference val
                   move 1 to sc-lvalKind(idx)
                   move val to sc-dval(idx)
                   compute sc-token(idx) equal opNCONST + H"100"

                 when op equal opSCONST
                   move 2 to sc-lvalKind(idx)
                   move q to sc-sptr(idx)
                   set address of byteCast to q
                   move byteCasted to sLen
                   set q up by 1
                   set q up by sLen
                   compute sc-token(idx) equal opSCONST + H"100"

                 when op greater than 127
                   subtract 128 from op
                   move 3 to sc-lvalKind(idx)
                   move op to sc-ival(idx)
                   compute iop equal op + 1
                   if vts-type(iop) equal vtTypeScalar then
                       move opVAR to op
                   else
                       if vts-type(iop) equal vtTypeArray then
                           move opAVAR to op
                       else
                           move opSVAR to op
                       end-if
                   end-if
                   compute sc-token(idx) equal op + H"100"

                 when other
                   compute sc-token(idx) equal op + H"100"

               end-evaluate

               move q to sc-next(idx)
               move 1 to sc-valid(idx)

           end-perform
           exit.

       end program buildStmtCache.

      ******************************************************************
      **
      ** listProgram: decode the tokenized program back into readable
      ** Atari BASIC source, then print a cross-reference: for every
      ** variable, each line that reads or assigns it (assignments
      ** starred), and for every line, each GOTO/GOSUB/TRAP (and
      ** THEN/ON/RESTORE) that targets it. The statement and operator
      ** spellings come from the same token numbering constants.cpy
      ** enumerates.
      **

       identification division.

       program-id. listProgram.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

      * statement keyword per token H"00" - H"37", 8 chars each
      * (the H"36" silent LET prints as nothing, ? is PRINT)
       01 stmtNamesStr.
           05 filler pic x(32)
               value "REM     DATA    INPUT   COLOR   ".
           05 filler pic x(32)
               value "LIST    ENTER   LET     IF      ".
           05 filler pic x(32)
               value "FOR     NEXT    GOTO    GO TO   ".
           05 filler pic x(32)
               value "GOSUB   TRAP    BYE     CONT    ".
           05 filler pic x(32)
               value "COM     CLOSE   CLR     DEG     ".
           05 filler pic x(32)
               value "DIM     END     NEW     OPEN    ".
           05 filler pic x(32)
               value "LOAD    SAVE    STATUS  NOTE    ".
           05 filler pic x(32)
               value "POINT   XIO     ON      POKE    ".
           05 filler pic x(32)
               value "PRINT   RAD     READ    RESTORE ".
           05 filler pic x(32)
               value "RETURN  RUN     STOP    POP     ".
           05 filler pic x(32)
               value "?       GET     PUT     GRAPHICS".
           05 filler pic x(32)
               value "PLOT    POSITIONDOS     DRAWTO  ".
           05 filler pic x(32)
               value "SETCOLORLOCATE  SOUND   LPRINT  ".
           05 filler pic x(32)
               value "CSAVE   CLOAD           ERROR   ".
       01 stmtNames redefines stmtNamesStr.
           05 stmtName occurs 56 times pic x(8).

      * operator/function spelling per token H"0e" - H"54", 6 chars
      * each (constants are decoded specially and sit empty here)
       01 opNamesStr.
           05 filler pic x(30)
               value "                        ,     ".
           05 filler pic x(30)
               value "      :     ;           GOTO  ".
           05 filler pic x(30)
               value "GOSUB TO    STEP  THEN  #     ".
           05 filler pic x(30)
               value "<=    <>    >=    <     >     ".
           05 filler pic x(30)
               value "=     ^     *     +     -     ".
           05 filler pic x(30)
               value "/     NOT   OR    AND   (     ".
           05 filler pic x(30)
               value ")     =     =     <=    <>    ".
           05 filler pic x(30)
               value ">=    <     >     =     +     ".
           05 filler pic x(30)
               value "-     (     (     (     (     ".
           05 filler pic x(30)
               value "(     ,     STR$  CHR$  USR   ".
           05 filler pic x(30)
               value "ASC   VAL   LEN   ADR   ATN   ".
           05 filler pic x(30)
               value "COS   PEEK  SIN   RND   FRE   ".
           05 filler pic x(30)
               value "EXP   LOG   CLOG  SQR   SGN   ".
           05 filler pic x(30)
               value "ABS   INT   PADDLESTICK PTRIG ".
           05 filler pic x(6)
               value "STRIG ".
       01 opNames redefines opNamesStr.
           05 opName occurs 71 times pic x(6).

       01 p usage pointer.
       01 lineBase usage pointer.
       01 lineLimit usage pointer.
       01 stmtEnd usage pointer.
       01 lineNum usage binary-long unsigned.
       01 lineLen usage binary-long unsigned.
       01 stmtLen usage binary-long unsigned.
       01 stmtTok usage binary-long unsigned.
       01 b usage binary-long unsigned.
       01 sLen usage binary-long unsigned.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 stmtNum usage binary-long signed.
       01 varNum usage binary-long signed.
       01 suppressParen usage binary-long signed.
       01 inIfThen usage binary-long signed.
       01 inOnList usage binary-long signed.
       01 firstOperand usage binary-long signed.
       01 ncVal usage computational-2.
       01 kwText pic x(8).
       01 kwLen usage binary-long signed.
       01 nameBuf pic x(32).
       01 nameLastParen usage binary-long signed.
       01 nb usage binary-long signed.
       01 np usage pointer.
       01 ch2 usage binary-long unsigned.
       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.

      * the output line under construction
       01 outLine pic x(256).
       01 outPos usage binary-long signed.

      * cross-reference: variable references and jump targets
       01 xrefTable.
           05 xrefRow occurs 4096 times.
               10 xrefVar usage binary-short unsigned.
               10 xrefLine usage binary-short unsigned.
               10 xrefAssign usage binary-char unsigned.
       01 xrefRows usage binary-long signed value 0.

       01 targetTable.
           05 targetRow occurs 4096 times.
               10 targetFrom usage binary-short unsigned.
               10 targetTo usage binary-short unsigned.
       01 targetRows usage binary-long signed value 0.

       01 refCount usage binary-long signed.

       procedure division.

       move programFile to p
       set p up by stmtab

       perform until p greater than or equal to programEnd

           move p to lineBase
           set address of wordCast to p
           move wordCasted to lineNum
           set p up by 2
           set address of byteCast to p
           move byteCasted to lineLen
           set p up by 1

           move lineBase to lineLimit
           set lineLimit up by lineLen

           move spaces to outLine
           move 1 to outPos
           move lineNum to ncVal
           call "formatExp" using by reference ncVal,
                                  by reference sbuf
           perform emitSbuf
           perform emitSpace

           move 0 to stmtNum

           perform until p greater than or equal to lineLimit

               set address of byteCast to p
               move byteCasted to stmtLen
               set p up by 1

               move lineBase to stmtEnd
               set stmtEnd up by stmtLen

               set address of byteCast to p
               move byteCasted to stmtTok
               set p up by 1

               if stmtNum not equal 0 and outPos less than 240
                 then
                   move ":" to outLine(outPos:1)
                   add 1 to outPos
               end-if
               add 1 to stmtNum

               if stmtTok less than 56 then
                   move stmtName(stmtTok + 1) to kwText
                   perform emitKeyword
               end-if

               if stmtTok equal tokREM or stmtTok equal tokDATA then
                   perform emitRawTail
               else
                   perform decodeOperands
               end-if

               move stmtEnd to p

           end-perform

           perform printOutLine

       end-perform

       perform xrefOutput

       goback.

      ******************************************************
      * operand decoding for one statement (p .. stmtEnd)
       decodeOperands.
           move 0 to suppressParen
           move 0 to inIfThen
           move 0 to inOnList
           move 1 to firstOperand

           perform until p greater than or equal to stmtEnd

               set address of byteCast to p
               move byteCasted to b
               set p up by 1

               evaluate true

                 when b equal opNCONST
                   call "parseNCONST" using by reference p,
                                            by reference ncVal
                   call "formatExp" using by reference ncVal,
                                          by reference sbuf
                   perform emitSbuf
                   perform recordTarget

                 when b equal opSCONST
                   set address of byteCast to p
                   move byteCasted to sLen
                   set p up by 1
                   if outPos less than 240 then
                       move '"' to outLine(outPos:1)
                       add 1 to outPos
                   end-if
                   perform varying j from 1 by 1
                     until j greater than sLen
                       set address of byteCast to p
                       move byteCasted to ch2
                       set p up by 1
                       perform emitChar
                   end-perform
                   if outPos less than 240 then
                       move '"' to outLine(outPos:1)
                       add 1 to outPos
                   end-if

                 when b greater than 127
                   compute varNum equal b - 127
                   perform emitVarName
                   perform recordVarRef

                 when b greater than or equal to opNCONST
                   and b less than or equal to H"54"
                   if suppressParen not equal 0
                     and (b equal opOpen2 or b equal opOpen5
                          or b equal opOpen6 or b equal opOpen4) then
                       continue
                   else
                       move spaces to kwText
                       move opName(b - 13) to kwText(1:6)
                       if b greater than or equal to opStr then
                           perform emitWord
                       else
                           if kwText(1:1) greater than or
                             equal to "A" and kwText(1:1) less than
                             or equal to "Z" then
                               perform emitSpace
                               perform emitKeyword
                           else
                               perform emitWord
                           end-if
                       end-if
                   end-if
                   if b equal opThen then
                       move 1 to inIfThen
                   end-if
                   if b equal opGoto2 or b equal opGosub2 then
                       move 1 to inOnList
                   end-if

                 when other
                   continue

               end-evaluate

               if b less than 128 then
                   move 0 to suppressParen
               end-if
               move 0 to firstOperand

           end-perform
           exit.

      ******************************************************
      * REM and DATA carry raw text to the end of statement
       emitRawTail.
           perform until p greater than or equal to stmtEnd
               set address of byteCast to p
               move byteCasted to ch2
               set p up by 1
               if ch2 equal opSCONST and stmtTok equal tokDATA then
      * DATA's text is one counted string; skip its length byte
                   set address of byteCast to p
                   move byteCasted to sLen
                   set p up by 1
                   perform varying j from 1 by 1
                     until j greater than sLen
                       set address of byteCast to p
                       move byteCasted to ch2
                       set p up by 1
                       perform emitChar
                   end-perform
               else
                   if ch2 not equal opEOL then
                       perform emitChar
                   end-if
               end-if
           end-perform
           exit.

       emitChar.
      * a legal tokenized line can decode to more text than one
      * output line holds; past the cap the tail is dropped
           if outPos greater than 230 then
               exit paragraph
           end-if
           if ch2 greater than 127 then
               subtract 128 from ch2
           end-if
           if ch2 greater than 31 and ch2 less than 127 then
               set address of svalCast to address of outLine(outPos:1)
               move ch2 to svalCasted
           else
               move "." to outLine(outPos:1)
           end-if
           add 1 to outPos
           exit.

       emitSbuf.
           move sbuf-char(1) to sLen
           perform varying j from 1 by 1 until j greater than sLen
             or outPos greater than 230
               set address of svalCast to address of outLine(outPos:1)
               move sbuf-char(j + 1) to svalCasted
               add 1 to outPos
           end-perform
           exit.

       emitSpace.
           if outPos less than 240 then
               add 1 to outPos
           end-if
           exit.

      * a keyword with a trailing space (statement names, and the
      * spaced operator keywords like THEN)
       emitKeyword.
           perform emitTrimKw
           if kwLen not equal 0 then
               perform emitSpace
           end-if
           exit.

      * a bare word or symbol, no spacing
       emitWord.
           perform emitTrimKw
           exit.

       emitTrimKw.
           move 8 to kwLen
           perform with test before until kwLen less than 1
             or kwText(kwLen:1) not equal space
               subtract 1 from kwLen
           end-perform
           if kwLen greater than 0
             and outPos + kwLen less than 230 then
               move kwText(1:kwLen) to outLine(outPos:kwLen)
               add kwLen to outPos
           end-if
      * keyword operators inside expressions read better with a
      * leading space too: X THEN, A TO B - the statement names
      * already ended with one
           exit.

       emitVarName.
           move spaces to nameBuf
           move vts-name(varNum) to np
           move 0 to nb
           move 0 to nameLastParen
           perform until nb greater than 30
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to nb
               set address of svalCast to address of nameBuf(nb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           if nb greater than 0 then
               if nameBuf(nb:1) equal "(" then
                   move 1 to nameLastParen
               end-if
               if outPos + nb less than 230 then
                   move nameBuf(1:nb) to outLine(outPos:nb)
                   add nb to outPos
               end-if
           end-if
      * an array name carries its ( in the name table; the token
      * stream repeats it as an open-paren operator right after
           move nameLastParen to suppressParen
           exit.

      ******************************************************
      * cross-reference collection
       recordVarRef.
           if xrefRows not less than 4096 then
               exit paragraph
           end-if
           add 1 to xrefRows
           move varNum to xrefVar(xrefRows)
           move lineNum to xrefLine(xrefRows)
           move 0 to xrefAssign(xrefRows)
      * assigned when an = follows at once, or when this statement
      * hands the variable a value itself
           set address of byteCast to p
           move byteCasted to ch2
           if ch2 equal opEQ2 or ch2 equal opEQ3 then
               move 1 to xrefAssign(xrefRows)
           end-if
           if stmtTok equal tokFOR and firstOperand not equal 0 then
               move 1 to xrefAssign(xrefRows)
           end-if
           if stmtTok equal tokINPUT or stmtTok equal tokREAD
             or stmtTok equal tokGET or stmtTok equal tokDIM then
               move 1 to xrefAssign(xrefRows)
           end-if
           exit.

       recordTarget.
           move 0 to j
           if firstOperand not equal 0 then
               if stmtTok equal tokGOTO or stmtTok equal tokGO_TO
                 or stmtTok equal tokGOSUB or stmtTok equal tokTRAP
                 or stmtTok equal tokRESTORE then
                   move 1 to j
               end-if
           end-if
           if inIfThen not equal 0 or inOnList not equal 0 then
               move 1 to j
           end-if
           if j equal 0 then
               exit paragraph
           end-if
           if targetRows not less than 4096 then
               exit paragraph
           end-if
           add 1 to targetRows
           move lineNum to targetFrom(targetRows)
           compute targetTo(targetRows) equal ncVal
           exit.

      ******************************************************
      * the report itself
       xrefOutput.
           call "printf" using x"0a" &
               "VARIABLE CROSS-REFERENCE (* = assigned)" & x"0a"

           perform varying varNum from 1 by 1
             until varNum greater than nv

               move spaces to outLine
               move 1 to outPos
               perform emitVarName
               move ":" to outLine(outPos:1)
               add 2 to outPos

               move 0 to refCount
               perform varying i from 1 by 1
                 until i greater than xrefRows
                   if xrefVar(i) equal varNum
                     and outPos less than 230 then
                       add 1 to refCount
                       move xrefLine(i) to ncVal
                       call "formatExp" using by reference ncVal,
                                              by reference sbuf
                       perform emitSbuf
                       if xrefAssign(i) not equal 0 then
                           move "*" to outLine(outPos:1)
                           add 1 to outPos
                       end-if
                       perform emitSpace
                   end-if
               end-perform

               if refCount not equal 0 then
                   perform printOutLine
               end-if

           end-perform

           call "printf" using x"0a" &
               "LINE TARGETS (line <- referenced from)" & x"0a"

           perform varying lineNum from 1 by 1
             until lineNum greater than H"ffff"

               if lineNumberRow(lineNum) equal NULL then
                   exit perform cycle
               end-if

               move 0 to refCount
               move spaces to outLine
               move 1 to outPos
               move lineNum to ncVal
               call "formatExp" using by reference ncVal,
                                      by reference sbuf
               perform emitSbuf
               move " <- " to outLine(outPos:4)
               add 4 to outPos

               perform varying i from 1 by 1
                 until i greater than targetRows
                   if targetTo(i) equal lineNum
                     and outPos less than 230 then
                       add 1 to refCount
                       move targetFrom(i) to ncVal
                       call "formatExp" using by reference ncVal,
                                              by reference sbuf
                       perform emitSbuf
                       perform emitSpace
                   end-if
               end-perform

               if refCount not equal 0 then
                   perform printOutLine
               end-if

           end-perform
           exit.

       printOutLine.
           move 250 to j
           perform with test before until j less than 1
             or outLine(j:1) not equal space
               subtract 1 from j
           end-perform
           move low-value to outLine(j + 1:1)
           call "printf" using "%s" & x"0a", by reference outLine
           exit.

       end program listProgram.

      ******************************************************************
      **
      ** injectParams: preset named variables from the parameter
      ** file's NAME=VALUE lines - the same format dumpResults
      ** writes. Scalars take the numeric value; strings are
      ** allocated the way loadCheckpoint allocates restored strings
      ** (the DIM that would normally size them has not run yet), or
      ** truncated to an existing DIM. A name the program's variable
      ** name table does not know is a fatal error, since a silently
      ** ignored threshold is exactly the failure this feature is
      ** meant to prevent. Runs after analyzeBasicFile, before
      ** interpret - so a checkpoint resume, which loads later,
      ** restores over injected values.
      **

       identification division.

       program-id. injectParams.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 lineBuf pic x(255).
       01 injected usage binary-long signed value 0.

       procedure division.

       open input params-fd
       if paramsFileStatus not equal "00" then
           call "fatal" using "cannot read parameter file"
       end-if

       move 0 to injected

       perform forever

           read params-fd into lineBuf
             at end
               exit perform
           end-read

      * "*" lines are the dictionary labels a results dump carries
           if lineBuf equal spaces or lineBuf(1:1) equal "*" then
               exit perform cycle
           end-if

           call "applyParamLine" using by reference lineBuf

           add 1 to injected

       end-perform

       close params-fd

       call "printf" using
           "%d parameter(s) injected" & x"0a", by value injected

       goback.

       end program injectParams.

      ******************************************************************
      **
      ** applyParamLine: one NAME=VALUE line into the variable table -
      ** the shared worker under injectParams' parameter file and the
      ** service mode's PARAM request lines. Scalars take the numeric
      ** value; strings are allocated the way loadCheckpoint allocates
      ** restored strings when the DIM has not run yet, or truncated
      ** to an existing DIM. An unknown name stays a fatal error.
      **

       identification division.

       program-id. applyParamLine.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 eqPos usage binary-long signed.
       01 j usage binary-long signed.
       01 i usage binary-long signed.
       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 valueLen usage binary-long signed.
       01 valueStart usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.
       01 dval usage computational-2.
       01 nbytes usage binary-long unsigned.
       01 destPtr usage pointer.

       linkage section.

       01 lineBuf pic x(255).

       procedure division using by reference lineBuf.

       move 0 to eqPos
       perform varying j from 1 by 1 until j greater than 33
           if lineBuf(j:1) equal "=" then
               move j to eqPos
               exit perform
           end-if
       end-perform

       if eqPos less than 2 then
           display "bad parameter line: " lineBuf(1:40)
           call "fatal" using "parameter line is not NAME=VALUE"
       end-if

       move spaces to nameText
       compute nameLen equal eqPos - 1
       move lineBuf(1:nameLen) to nameText(1:nameLen)

       move 255 to valueLen
       perform with test before until valueLen less than eqPos
         or lineBuf(valueLen:1) not equal space
           subtract 1 from valueLen
       end-perform
       compute valueStart equal eqPos + 1
       compute valueLen equal valueLen - eqPos

      * find the name in the variable table
       move 0 to varIdx
       perform varying i from 1 by 1 until i greater than nv
           move spaces to candBuf
           move vts-name(i) to np
           move 0 to cb
           perform until cb greater than 30
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to cb
               set address of svalCast to
                   address of candBuf(cb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           if candBuf equal nameText then
               move i to varIdx
               exit perform
           end-if
       end-perform

       if varIdx equal 0 then
           display "parameter name not in program: "
               nameText(1:nameLen)
           call "fatal" using "unknown parameter name"
       end-if

       evaluate vts-type(varIdx)

         when vtTypeScalar
           compute dval equal
               function numval (lineBuf(valueStart:255
                   - valueStart + 1))
           move dval to vts-val(varIdx)

         when vtTypeString
      * allocate the way loadCheckpoint does when the DIM has not
      * run yet; an already DIM'd string truncates to its size
           if vts-sval(varIdx) equal NULL then
               move valueLen to vts-dim(varIdx)
               if vts-dim(varIdx) less than 1 then
                   move 1 to vts-dim(varIdx)
               end-if
               compute nbytes equal vts-dim(varIdx) + 1
               allocate nbytes characters
                   returning vts-sval(varIdx)
           end-if
           if valueLen greater than vts-dim(varIdx) then
               move vts-dim(varIdx) to valueLen
           end-if
           move vts-sval(varIdx) to destPtr
           set address of svalCast to destPtr
           move valueLen to svalCasted
           perform varying j from 1 by 1
             until j greater than valueLen
               set destPtr up by 1
               set address of svalCast to destPtr
               compute svalCasted equal function ord
                   (lineBuf(eqPos + j:1)) - 1
           end-perform

         when other
           display "parameter is a numeric array: "
               nameText(1:nameLen)
           call "fatal" using "cannot inject an array"

       end-evaluate

       goback.

       end program applyParamLine.

      ******************************************************************
      **
      ** preflightAnswers: before a batch run starts, check the
      ** OMGWTF2_ANSWERS_FILE against what the tokenized program can
      ** actually ask for, so a short or oversized answers file fails
      ** in seconds instead of hours into the run. A static walk of
      ** the token stream collects every keyboard INPUT statement's
      ** string targets (channel INPUT #n reads the disk, not the
      ** answers file) and the DIM'd length of each target; then the
      ** answers file must have a line for every possible INPUT,
      ** times the Monte Carlo pass count when repeating. Because
      ** GOTOs and loops can feed any answer to any INPUT, the
      ** length check is deliberately conservative: a line only
      ** fails when it is longer than EVERY target's DIM'd length
      ** (and only when every target's length is statically known).
      ** Empty lines draw a warning, spare trailing lines a note.
      ** The file is rewound afterwards for the real run.
      **
      ** An INPUT tucked behind IF ... THEN on the same line is not
      ** seen by this scan; the worst-case count is the count of
      ** INPUT statements that open a statement.
      **

       identification division.

       program-id. preflightAnswers.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 p usage pointer.
       01 q usage pointer.
       01 lineBase usage pointer.
       01 lineLimit usage pointer.
       01 stmtEnd usage pointer.
       01 lineLen usage binary-long unsigned.
       01 stmtLen usage binary-long unsigned.
       01 stmtTok usage binary-long unsigned.
       01 b usage binary-long unsigned.
       01 sLen usage binary-long unsigned.
       01 isDim usage binary-long signed.
       01 pendingVar usage binary-long signed.
       01 varNum usage binary-long signed.
       01 ncVal usage computational-2.
       01 slotCount usage binary-long signed.
       01 requiredCount usage binary-long signed.
       01 maxDim usage binary-long signed.
       01 anyUnknownDim usage binary-long signed.
       01 slot usage binary-long signed.
       01 ansCount usage binary-long signed.
       01 extraCount usage binary-long signed.
       01 ansLen usage binary-long signed.
       01 failed usage binary-long signed.

       01 dimTable.
           05 dimLen occurs 256 times usage binary-long signed.

       01 inputSlots.
           05 inputSlotVar occurs 1024 times
               usage binary-short unsigned.

       procedure division.

       perform varying varNum from 1 by 1
         until varNum greater than 256
           move 0 to dimLen(varNum)
       end-perform
       move 0 to slotCount
       move 0 to failed

      * static walk of every statement in the tokenized program
       move programFile to p
       set p up by stmtab

       perform until p greater than or equal to programEnd

           move p to lineBase
           set p up by 2
           set address of byteCast to p
           move byteCasted to lineLen
           set p up by 1

           move lineBase to lineLimit
           set lineLimit up by lineLen

           perform until p greater than or equal to lineLimit

               set address of byteCast to p
               move byteCasted to stmtLen
               set p up by 1

               move lineBase to stmtEnd
               set stmtEnd up by stmtLen

               set address of byteCast to p
               move byteCasted to stmtTok
               set p up by 1

               if stmtTok equal tokREM then
                   move lineLimit to p
                   exit perform
               end-if

               if stmtTok equal tokDIM then
                   move 1 to isDim
                   perform scanStatement
               end-if
               if stmtTok equal tokINPUT then
                   move 0 to isDim
                   perform scanStatement
               end-if

               move stmtEnd to p

           end-perform

       end-perform

       if slotCount equal 0 then
           call "printf" using
             "PRE-FLIGHT: program has no INPUT statements" & x"0a"
           goback
       end-if

      * the only safe length bound: the largest DIM among all the
      * INPUT targets (flow control can feed any line to any INPUT)
       move 0 to maxDim
       move 0 to anyUnknownDim
       perform varying slot from 1 by 1
         until slot greater than slotCount
           move inputSlotVar(slot) to varNum
           if varNum not equal 0 then
               if dimLen(varNum) equal 0 then
                   move 1 to anyUnknownDim
               else
                   if dimLen(varNum) greater than maxDim then
                       move dimLen(varNum) to maxDim
                   end-if
               end-if
           end-if
       end-perform

      * now play the answers file against the collected INPUT
      * slots. Monte Carlo mode consumes the file sequentially
      * across every pass without rewinding, so the worst case is
      * the slot count times the number of passes
       compute requiredCount equal slotCount * monteCarloRuns

       move 0 to ansCount

       perform varying slot from 1 by 1
         until slot greater than requiredCount

           read answer-fd
             at end
               call "printf" using
                 "PRE-FLIGHT FAILED: answers file has %d line(s)," &
                 " program can INPUT up to %d (%d per pass," &
                 " %d passes)" & x"0a",
                 by value ansCount, by value requiredCount,
                 by value slotCount, by value monteCarloRuns
               move 1 to failed
               exit perform
           end-read
           add 1 to ansCount

           move 255 to ansLen
           perform with test before until ansLen less than 1
             or answer-record(ansLen:1) not equal space
               subtract 1 from ansLen
           end-perform

           if ansLen equal 0 then
               call "printf" using
                 "PRE-FLIGHT WARNING: answer line %d is empty" &
                 x"0a", by value ansCount
           end-if

           if anyUnknownDim equal 0 and maxDim greater than 0
             and ansLen greater than maxDim then
               call "printf" using
                 "PRE-FLIGHT FAILED: answer line %d is %d chars," &
                 " no INPUT target is DIM'd past %d" & x"0a",
                 by value ansCount, by value ansLen,
                 by value maxDim
               move 1 to failed
               exit perform
           end-if

       end-perform

       if failed equal 0 then
           move 0 to extraCount
           perform until failed not equal 0
               read answer-fd
                 at end
                   exit perform
               end-read
               add 1 to extraCount
           end-perform
           if extraCount not equal 0 then
               call "printf" using
                 "PRE-FLIGHT: %d spare answer line(s) beyond the" &
                 " worst-case INPUT count" & x"0a",
                 by value extraCount
           end-if
       end-if

       if failed not equal 0 then
           close answer-fd
      * one bad card must not take the deck's summary with it - the
      * caller records this job as failed and moves to the next card
           if jobStreamMode not equal 0 then
               move 0 to batchMode
               move 1 to preflightFailed
               goback
           end-if
           call "reportRunDir"
           call "raiseAlert" using by value exitCodePreflight
           move exitCodePreflight to return-code
           stop run
       end-if

      * rewind for the real run
       close answer-fd
       open input answer-fd

       call "printf" using
         "PRE-FLIGHT: %d answer line(s) cover %d possible INPUT(s)"
         & " over %d pass(es)" & x"0a", by value ansCount,
         by value requiredCount, by value monteCarloRuns

       goback.

      * one statement's operand bytes, between p and stmtEnd. For a
      * DIM, the first numeric constant after each string variable is
      * that variable's DIM'd length; for an INPUT, every string
      * variable is one answer slot - unless a # channel shows up
      * first, which makes it disk input, not an answer
       scanStatement.
           move p to q
           move 0 to pendingVar

           perform until q greater than or equal to stmtEnd

               set address of byteCast to q
               move byteCasted to b
               set q up by 1

               evaluate true

                 when b equal opNCONST
                   call "parseNCONST" using by reference q,
                                            by reference ncVal
                   if isDim not equal 0 and pendingVar not equal 0
                     then
                       if vts-type(pendingVar) equal vtTypeString
                         then
                           compute dimLen(pendingVar) equal ncVal
                       end-if
                       move 0 to pendingVar
                   end-if

                 when b equal opSCONST
                   set address of byteCast to q
                   move byteCasted to sLen
                   set q up by 1
                   set q up by sLen

                 when b equal opSharp
                   if isDim equal 0 then
                       move stmtEnd to q
                   end-if

                 when b greater than 127
                   compute varNum equal b - 127
                   if isDim not equal 0 then
                       move varNum to pendingVar
                   else
                       if vts-type(varNum) equal vtTypeString
                         and slotCount less than 1024 then
                           add 1 to slotCount
                           move varNum to inputSlotVar(slotCount)
                       end-if
                   end-if

               end-evaluate

           end-perform
           exit.

       end program preflightAnswers.

      ******************************************************************
      **
      ** staticVerify: check a tokenized catalog program for the
      ** structural defects that otherwise only surface when a run
      ** reaches them and dies through fatal - without running it.
      ** One walk of the statement stream (the walk buildStmtCache's
      ** decodeStatement and preflightAnswers' scanStatement make)
      ** collects every line, the jump edges out of each, and every
      ** variable reference with the part it plays in its statement;
      ** the checks then run over those tables:
      **   - GOTO, GO TO, GOSUB, ON...GOTO/GOSUB, IF...THEN, TRAP and
      **     RESTORE targets naming a line that does not exist
      **   - lines nothing can reach from the first line (a line
      **     holding only REM or DATA is left out - DATA is read,
      **     not run)
      **   - FOR on a variable no NEXT anywhere names
      **   - RETURN on a line no GOSUB target leads to
      **   - strings used on some path from the first line that does
      **     not pass through their DIM, or never DIM'd at all
      **   - variables read but never assigned, INPUT, READ or
      **     injected from the parameter file
      ** A jump whose target is an expression cannot be followed, so
      ** when the program has one the reachability and RETURN checks
      ** are skipped - and the report says so - rather than guessed.
      ** The direct-mode line (32768 and up) a SAVE leaves behind is
      ** not part of the program and is ignored. Every defect goes to
      ** the defect report; the count is left in staticDefects.
      **

       identification division.

       program-id. staticVerify.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 p usage pointer.
       01 q usage pointer.
       01 lineBase usage pointer.
       01 lineLimit usage pointer.
       01 stmtEnd usage pointer.
       01 lineNum usage binary-long signed.
       01 lineLen usage binary-long unsigned.
       01 stmtLen usage binary-long unsigned.
       01 stmtTok usage binary-long unsigned.
       01 b usage binary-long unsigned.
       01 nextByte usage binary-long unsigned.
       01 prevByte usage binary-long unsigned.
       01 sLen usage binary-long unsigned.
       01 ncVal usage computational-2.
       01 varNum usage binary-long signed.
       01 stmtOrd usage binary-long signed.
       01 firstOperand usage binary-long signed.
       01 expectTarget usage binary-long signed.
       01 targetKind usage binary-long signed.
       01 inOnList usage binary-long signed.
       01 onKind usage binary-long signed.
       01 commaCount usage binary-long signed.
       01 conditional usage binary-long signed.
       01 refKind usage binary-long signed.
       01 tgt usage binary-long signed.
       01 li usage binary-long signed.
       01 ti usage binary-long signed.
       01 e usage binary-long signed.
       01 r usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 dimOrd usage binary-long signed.
       01 useOrd usage binary-long signed.
       01 useLine usage binary-long signed.
       01 found usage binary-long signed.
       01 tableFull usage binary-long signed.
       01 computedLine usage binary-long signed.
       01 computedSeen usage binary-long signed.
       01 defectFile usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 kindText pic x(9).
       01 lineBuf pic x(255).
       01 eqPos usage binary-long signed.
       01 nameText pic x(32).
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.

      * what each target kind is called in the report
       01 kindNamesStr.
           05 filler pic x(32)
               value "GOTO    GOSUB   TRAP    RESTORE ".
           05 filler pic x(24)
               value "THEN    ON GOTO ON GOSUB".
       01 kindNames redefines kindNamesStr.
           05 kindName occurs 7 times pic x(8).

      * target kinds: 1 GOTO, 2 GOSUB, 3 TRAP, 4 RESTORE (a data
      * pointer, never followed as flow), 5 IF...THEN, 6 ON...GOTO,
      * 7 ON...GOSUB
       01 kindGoto constant as 1.
       01 kindGosub constant as 2.
       01 kindTrap constant as 3.
       01 kindRestore constant as 4.
       01 kindThen constant as 5.
       01 kindOnGoto constant as 6.
       01 kindOnGosub constant as 7.

      * reference kinds: what a variable is doing where it appears
       01 refRead constant as 1.
       01 refAssign constant as 2.
       01 refDim constant as 3.
       01 refFor constant as 4.
       01 refNext constant as 5.

      * BASIC line number (plus one, line 0 being legal) to its row
      * in the line table
       01 verLineMap.
           05 vlIdx occurs 65536 times usage binary-short unsigned.

      * one row per program line, in program order; its edges and
      * references sit contiguously in their own tables
       01 verLines.
           05 vlRow occurs 8192 times.
               10 vl-num usage binary-long signed.
               10 vl-fall usage binary-char unsigned.
               10 vl-quiet usage binary-char unsigned.
               10 vl-return usage binary-char unsigned.
               10 vl-reach usage binary-char unsigned.
               10 vl-sub usage binary-char unsigned.
               10 vl-mark usage binary-char unsigned.
               10 vl-stop usage binary-char unsigned.
               10 vl-firstEdge usage binary-long signed.
               10 vl-edges usage binary-long signed.
               10 vl-firstRef usage binary-long signed.
               10 vl-refs usage binary-long signed.
       01 vlCount usage binary-long signed.

       01 verEdges.
           05 veRow occurs 16384 times.
               10 ve-to usage binary-long signed.
               10 ve-kind usage binary-char unsigned.
       01 veCount usage binary-long signed.

       01 verRefs.
           05 vrRow occurs 16384 times.
               10 vr-var usage binary-short unsigned.
               10 vr-ord usage binary-short unsigned.
               10 vr-kind usage binary-char unsigned.
       01 vrCount usage binary-long signed.

       01 verQueue.
           05 vq-line occurs 8192 times usage binary-long signed.
       01 vqHead usage binary-long signed.
       01 vqTail usage binary-long signed.

      * per variable: first line it is read on (-1: never), whether
      * anything sets it, DIMs it or injects it, and its first FOR
       01 verVars.
           05 vvRow occurs 256 times.
               10 vv-readLine usage binary-long signed.
               10 vv-useLine usage binary-long signed.
               10 vv-forLine usage binary-long signed.
               10 vv-assigned usage binary-char unsigned.
               10 vv-dimmed usage binary-char unsigned.
               10 vv-injected usage binary-char unsigned.
               10 vv-next usage binary-char unsigned.

       procedure division.

       move 0 to staticDefects
       move 0 to vlCount
       move 0 to veCount
       move 0 to vrCount
       move 0 to tableFull
       move 0 to computedLine
       move 0 to computedSeen

       perform varying i from 1 by 1 until i greater than 65536
           move 0 to vlIdx(i)
       end-perform
       perform varying i from 1 by 1 until i greater than 256
           move -1 to vv-readLine(i)
           move -1 to vv-useLine(i)
           move -1 to vv-forLine(i)
           move 0 to vv-assigned(i)
           move 0 to vv-dimmed(i)
           move 0 to vv-injected(i)
           move 0 to vv-next(i)
       end-perform

       perform openDefectFile

       call "fprintf" using by value defectFile,
           by reference "STATIC VERIFY %.8s.%.3s" & x"0a00",
           by reference catalogPName, by reference catalogExt

      * the collecting walk over every line of the program
       move programFile to p
       set p up by stmtab

       perform until p greater than or equal to programEnd

           move p to lineBase
           set address of wordCast to p
           move wordCasted to lineNum
           set p up by 2
           set address of byteCast to p
           move byteCasted to lineLen
           set p up by 1

           move lineBase to lineLimit
           set lineLimit up by lineLen

      * the direct-mode line a SAVE leaves at the end
           if lineNum greater than 32767 then
               move lineLimit to p
               exit perform cycle
           end-if

           if vlCount not less than 8192 then
               move 1 to tableFull
               exit perform
           end-if
           add 1 to vlCount
           move vlCount to vlIdx(lineNum + 1)
           move lineNum to vl-num(vlCount)
           move 1 to vl-fall(vlCount)
           move 1 to vl-quiet(vlCount)
           move 0 to vl-return(vlCount)
           move 0 to vl-reach(vlCount)
           move 0 to vl-sub(vlCount)
           compute vl-firstEdge(vlCount) equal veCount + 1
           compute vl-firstRef(vlCount) equal vrCount + 1

           move 0 to stmtOrd
           move 0 to conditional

           perform until p greater than or equal to lineLimit

               set address of byteCast to p
               move byteCasted to stmtLen
               set p up by 1

               move lineBase to stmtEnd
               set stmtEnd up by stmtLen

               set address of byteCast to p
               move byteCasted to stmtTok
               set p up by 1

               add 1 to stmtOrd

               if stmtTok equal tokREM then
                   move lineLimit to p
                   exit perform
               end-if

               if stmtTok not equal tokDATA then
                   move 0 to vl-quiet(vlCount)
                   move p to q
                   perform scanStatement
               end-if

      * an unconditional transfer ends the line's fall-through; one
      * behind IF ... THEN on the same line only runs when the test
      * holds, so the next line is still reachable
               if conditional equal 0 then
                   if stmtTok equal tokGOTO or stmtTok equal tokGO_TO
                     or stmtTok equal tokEND or stmtTok equal tokSTOP
                     or stmtTok equal tokRETURN or stmtTok equal tokRUN
                     or stmtTok equal tokBYE or stmtTok equal tokNEW
                     then
                       move 0 to vl-fall(vlCount)
                   end-if
               end-if
               if stmtTok equal tokRETURN then
                   move 1 to vl-return(vlCount)
               end-if
               if stmtTok equal tokIF then
                   move 1 to conditional
               end-if

               move stmtEnd to p

           end-perform

           compute vl-edges(vlCount) equal
               veCount - vl-firstEdge(vlCount) + 1
           compute vl-refs(vlCount) equal
               vrCount - vl-firstRef(vlCount) + 1

       end-perform

       if tableFull not equal 0 then
           call "fprintf" using by value defectFile,
               by reference "NOTE: program too large to check in" &
               " full; only the first %d lines were examined" &
               x"0a00", by value vlCount
       end-if

      * names the parameter file presets count as set
       if paramsFileName not equal spaces then
           perform readInjectedNames
       end-if

       perform checkTargets

       if computedSeen not equal 0 or tableFull not equal 0 then
           call "fprintf" using by value defectFile,
               by reference "NOTE: line %d jumps to a computed line;" &
               " the unreachable-line and RETURN checks are" &
               " skipped" & x"0a00", by value computedLine
       else
           perform checkReachable
           perform checkReturns
       end-if

       perform checkForNext
       perform checkDimBeforeUse
       perform checkNeverAssigned

       call "fprintf" using by value defectFile,
           by reference "%d defect(s)" & x"0a00",
           by value staticDefects
       call "fclose" using by value defectFile

       call "printf" using
           "STATIC VERIFY: %d defect(s), report in %s" & x"0a",
           by value staticDefects, by reference pathBuf

       goback.

      ******************************************************
      * the defect report, rewritten each check
       openDefectFile.
           move 255 to pLen
           perform with test before until pLen less than 1
             or defectsFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move defectsFileName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning defectFile
           if defectFile equal NULL then
               call "fatal" using "cannot write defect report"
           end-if
           exit.

      ******************************************************
      * one statement's operand bytes, q up to stmtEnd: the jump
      * targets it names and the variables it touches
       scanStatement.
           move 1 to firstOperand
           move 0 to expectTarget
           move 0 to inOnList
           move 0 to commaCount
           move 0 to prevByte

           if stmtTok equal tokGOTO or stmtTok equal tokGO_TO then
               move kindGoto to targetKind
               move 1 to expectTarget
           end-if
           if stmtTok equal tokGOSUB then
               move kindGosub to targetKind
               move 1 to expectTarget
           end-if
           if stmtTok equal tokTRAP then
               move kindTrap to targetKind
               move 1 to expectTarget
           end-if
           if stmtTok equal tokRESTORE then
               move kindRestore to targetKind
               move 1 to expectTarget
           end-if

           perform until q greater than or equal to stmtEnd

               set address of byteCast to q
               move byteCasted to b
               set q up by 1

      * a target position holds either a lone line-number constant,
      * which can be checked and followed, or an expression, which
      * cannot
               if expectTarget not equal 0 and b not equal opEOL then
                   move 0 to expectTarget
                   if b equal opNCONST then
                       call "parseNCONST" using by reference q,
                                                by reference ncVal
                       move opEOL to nextByte
                       if q less than stmtEnd then
                           set address of byteCast to q
                           move byteCasted to nextByte
                       end-if
                       if nextByte equal opEOL
                         or nextByte equal opComma1
                         or nextByte equal opComma2 then
                           perform noteTarget
                       else
                           perform noteComputed
                       end-if
                       move opNCONST to prevByte
                       move 0 to firstOperand
                       exit perform cycle
                   end-if
                   perform noteComputed
               end-if

               evaluate true

                 when b equal opNCONST
                   call "parseNCONST" using by reference q,
                                            by reference ncVal

                 when b equal opSCONST
                   set address of byteCast to q
                   move byteCasted to sLen
                   set q up by 1
                   set q up by sLen

                 when b greater than 127
                   compute varNum equal b - 127
                   perform noteVariable

                 when b equal opThen
                   move kindThen to targetKind
                   move 1 to expectTarget

                 when b equal opGoto2 or b equal opGosub2
                   move 1 to inOnList
                   if b equal opGoto2 then
                       move kindOnGoto to onKind
                   else
                       move kindOnGosub to onKind
                   end-if
                   move onKind to targetKind
                   move 1 to expectTarget

                 when b equal opComma1 or b equal opComma2
                   add 1 to commaCount
                   if inOnList not equal 0 then
                       move onKind to targetKind
                       move 1 to expectTarget
                   end-if

               end-evaluate

               move b to prevByte
               move 0 to firstOperand

           end-perform
           exit.

       noteTarget.
           compute tgt equal ncVal
      * TRAP 0 switches trapping off; it names no line
           if targetKind equal kindTrap and tgt equal 0 then
               exit paragraph
           end-if
           if veCount not less than 16384 then
               move 1 to tableFull
               exit paragraph
           end-if
           add 1 to veCount
           move tgt to ve-to(veCount)
           move targetKind to ve-kind(veCount)
           exit.

      * a RESTORE to an expression only moves the DATA pointer; it
      * costs the flow checks nothing
       noteComputed.
           if targetKind not equal kindRestore
             and computedSeen equal 0 then
               move 1 to computedSeen
               move lineNum to computedLine
           end-if
           exit.

      * the part a variable plays in its statement: the first
      * operand of LET and FOR is set, INPUT/READ/GET set every
      * list item (but only read the #channel), NOTE and STATUS set
      * what follows the channel, LOCATE sets its third operand,
      * DIM names what it dimensions; anything else is a read
       noteVariable.
           move refRead to refKind
           evaluate stmtTok
             when tokLET
             when tokLETKW
               if firstOperand not equal 0 then
                   move refAssign to refKind
               end-if
             when tokFOR
               if firstOperand not equal 0 then
                   move refFor to refKind
               end-if
             when tokNEXT
               if firstOperand not equal 0 then
                   move refNext to refKind
               end-if
             when tokDIM
               if firstOperand not equal 0 or prevByte equal opComma1
                 then
                   move refDim to refKind
               end-if
             when tokINPUT
             when tokREAD
             when tokGET
               if prevByte not equal opSharp then
                   if firstOperand not equal 0
                     or prevByte equal opComma1
                     or prevByte equal opSemi then
                       move refAssign to refKind
                   end-if
               end-if
             when tokNOTE
             when tokSTATUS
               if prevByte equal opComma1 then
                   move refAssign to refKind
               end-if
             when tokLOCATE
               if prevByte equal opComma1 and commaCount equal 2 then
                   move refAssign to refKind
               end-if
           end-evaluate

           if vrCount not less than 16384 then
               move 1 to tableFull
           else
               add 1 to vrCount
               move varNum to vr-var(vrCount)
               move stmtOrd to vr-ord(vrCount)
               move refKind to vr-kind(vrCount)
           end-if

           evaluate refKind
             when refRead
             when refNext
               if vv-readLine(varNum) less than 0 then
                   move lineNum to vv-readLine(varNum)
               end-if
             when refAssign
               move 1 to vv-assigned(varNum)
             when refFor
               move 1 to vv-assigned(varNum)
               if vv-forLine(varNum) less than 0 then
                   move lineNum to vv-forLine(varNum)
               end-if
             when refDim
               move 1 to vv-dimmed(varNum)
           end-evaluate
           if refKind equal refNext then
               move 1 to vv-next(varNum)
           end-if
           if refKind not equal refDim
             and vv-useLine(varNum) less than 0 then
               move lineNum to vv-useLine(varNum)
           end-if
           exit.

      ******************************************************
      * the parameter file's NAME=VALUE lines: each name is set
      * before the program starts (and a string is allocated, the
      * way applyParamLine does it). A name the program does not
      * have is itself a defect - the real run would stop on it
       readInjectedNames.
           open input params-fd
           if paramsFileStatus not equal "00" then
               call "fprintf" using by value defectFile,
                   by reference "PARAMS  parameter file cannot be" &
                   " read" & x"0a00"
               add 1 to staticDefects
               exit paragraph
           end-if
           perform forever
               read params-fd into lineBuf
                 at end
                   exit perform
               end-read
               if lineBuf equal spaces or lineBuf(1:1) equal "*" then
                   exit perform cycle
               end-if
               move 0 to eqPos
               perform varying j from 1 by 1 until j greater than 33
                   if lineBuf(j:1) equal "=" then
                       move j to eqPos
                       exit perform
                   end-if
               end-perform
               if eqPos less than 2 then
                   exit perform cycle
               end-if
               move spaces to nameText
               move lineBuf(1:eqPos - 1) to nameText
               move 0 to found
               perform varying i from 1 by 1 until i greater than nv
                   perform varNameToCand
                   if candBuf equal nameText then
                       move 1 to vv-injected(i)
                       move 1 to found
                       exit perform
                   end-if
               end-perform
               if found equal 0 then
                   call "fprintf" using by value defectFile,
                       by reference "PARAMS  %.32s is not a variable" &
                       " of this program" & x"0a00",
                       by reference nameText
                   add 1 to staticDefects
               end-if
           end-perform
           close params-fd
           exit.

       varNameToCand.
           move spaces to candBuf
           move vts-name(i) to np
           move 0 to cb
           perform until cb greater than 30
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to cb
               set address of svalCast to address of candBuf(cb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           exit.

      ******************************************************
      * every constant target must name a line of the program
       checkTargets.
           perform varying li from 1 by 1 until li greater than vlCount
               perform varying e from vl-firstEdge(li) by 1
                 until e greater than vl-firstEdge(li) + vl-edges(li)
                       - 1
                   move ve-to(e) to tgt
                   perform lookupTarget
                   if ti equal 0 then
                       move spaces to kindText
                       move kindName(ve-kind(e)) to kindText
                       perform terminateKindText
                       call "fprintf" using by value defectFile,
                           by reference "LINE %5d  %s target %d" &
                           " does not exist" & x"0a00",
                           by value vl-num(li),
                           by reference kindText,
                           by value tgt
                       add 1 to staticDefects
                   end-if
               end-perform
           end-perform
           exit.

       terminateKindText.
           move 8 to j
           perform with test before until j less than 1
             or kindText(j:1) not equal space
               subtract 1 from j
           end-perform
           move low-value to kindText(j + 1:1)
           exit.

      * tgt to its line-table row in ti, zero when no such line
       lookupTarget.
           move 0 to ti
           if tgt not less than 0 and tgt less than 32768 then
               move vlIdx(tgt + 1) to ti
           end-if
           exit.

      ******************************************************
      * flood the line table from whatever rows are marked in
      * vl-mark and queued, following fall-through and every jump
      * edge but a RESTORE's; a row with vl-stop set is reached but
      * not gone through
       floodLines.
           perform until vqHead greater than vqTail
               move vq-line(vqHead) to li
               add 1 to vqHead
               if vl-stop(li) not equal 0 then
                   exit perform cycle
               end-if
               perform varying e from vl-firstEdge(li) by 1
                 until e greater than vl-firstEdge(li) + vl-edges(li)
                       - 1
                   if ve-kind(e) not equal kindRestore then
                       move ve-to(e) to tgt
                       perform lookupTarget
                       if ti not equal 0 then
                           perform queueLine
                       end-if
                   end-if
               end-perform
               if vl-fall(li) not equal 0 and li less than vlCount
                 then
                   compute ti equal li + 1
                   perform queueLine
               end-if
           end-perform
           exit.

       queueLine.
           if vl-mark(ti) equal 0 then
               move 1 to vl-mark(ti)
               add 1 to vqTail
               move ti to vq-line(vqTail)
           end-if
           exit.

       clearMarks.
           perform varying li from 1 by 1 until li greater than vlCount
               move 0 to vl-mark(li)
               move 0 to vl-stop(li)
           end-perform
           move 1 to vqHead
           move 0 to vqTail
           exit.

      ******************************************************
      * lines the first line cannot reach
       checkReachable.
           if vlCount equal 0 then
               exit paragraph
           end-if
           perform clearMarks
           move 1 to ti
           perform queueLine
           perform floodLines
           perform varying li from 1 by 1 until li greater than vlCount
               move vl-mark(li) to vl-reach(li)
               if vl-reach(li) equal 0 and vl-quiet(li) equal 0 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  unreachable" & x"0a00",
                       by value vl-num(li)
                   add 1 to staticDefects
               end-if
           end-perform
           exit.

      * a RETURN only makes sense on a path from some GOSUB target
       checkReturns.
           perform clearMarks
           perform varying e from 1 by 1 until e greater than veCount
               if ve-kind(e) equal kindGosub
                 or ve-kind(e) equal kindOnGosub then
                   move ve-to(e) to tgt
                   perform lookupTarget
                   if ti not equal 0 then
                       perform queueLine
                   end-if
               end-if
           end-perform
           perform floodLines
           perform varying li from 1 by 1 until li greater than vlCount
               move vl-mark(li) to vl-sub(li)
               if vl-return(li) not equal 0 and vl-sub(li) equal 0
                 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  RETURN with no GOSUB" &
                       " leading to it" & x"0a00",
                       by value vl-num(li)
                   add 1 to staticDefects
               end-if
           end-perform
           exit.

       checkForNext.
           perform varying i from 1 by 1 until i greater than nv
               if vv-forLine(i) not less than 0
                 and vv-next(i) equal 0 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  FOR %s has no" &
                       " matching NEXT" & x"0a00",
                       by value vv-forLine(i),
                       by value vts-name(i)
                   add 1 to staticDefects
               end-if
           end-perform
           exit.

      ******************************************************
      * every string must meet its DIM first: flood from the first
      * line, stopping at the lines that DIM it; a line reached on
      * the way that uses the string ahead of any DIM of it (or a
      * string with no DIM anywhere) is a defect, reported once per
      * string at the first such line
       checkDimBeforeUse.
           perform varying i from 1 by 1 until i greater than nv
               if vts-type(i) not equal vtTypeString
                 or vv-useLine(i) less than 0
                 or vv-injected(i) not equal 0 then
                   exit perform cycle
               end-if
               if vv-dimmed(i) equal 0 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  %s is used but" &
                       " never DIMensioned" & x"0a00",
                       by value vv-useLine(i),
                       by value vts-name(i)
                   add 1 to staticDefects
                   exit perform cycle
               end-if
               if vlCount equal 0 then
                   exit perform cycle
               end-if
               perform clearMarks
               perform varying li from 1 by 1
                 until li greater than vlCount
                   perform lineDimUse
                   if dimOrd not equal 0 then
                       move 1 to vl-stop(li)
                   end-if
               end-perform
               move 1 to ti
               perform queueLine
               perform floodLines
               move -1 to useLine
               perform varying li from 1 by 1
                 until li greater than vlCount or useLine not less
                       than 0
                   if vl-mark(li) not equal 0 then
                       perform lineDimUse
                       if useOrd not equal 0 and
                         (dimOrd equal 0 or useOrd less than dimOrd)
                         then
                           move vl-num(li) to useLine
                       end-if
                   end-if
               end-perform
               if useLine not less than 0 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  %s is used before" &
                       " its DIM" & x"0a00",
                       by value useLine,
                       by value vts-name(i)
                   add 1 to staticDefects
               end-if
           end-perform
           exit.

      * the first statement on line li that DIMs variable i, and the
      * first that otherwise uses it (zero: none)
       lineDimUse.
           move 0 to dimOrd
           move 0 to useOrd
           perform varying r from vl-firstRef(li) by 1
             until r greater than vl-firstRef(li) + vl-refs(li) - 1
               if vr-var(r) equal i then
                   if vr-kind(r) equal refDim then
                       if dimOrd equal 0 then
                           move vr-ord(r) to dimOrd
                       end-if
                   else
                       if useOrd equal 0 then
                           move vr-ord(r) to useOrd
                       end-if
                   end-if
               end-if
           end-perform
           exit.

       checkNeverAssigned.
           perform varying i from 1 by 1 until i greater than nv
               if vv-readLine(i) not less than 0
                 and vv-assigned(i) equal 0
                 and vv-injected(i) equal 0 then
                   call "fprintf" using by value defectFile,
                       by reference "LINE %5d  %s is read but never" &
                       " assigned, INPUT, READ or injected" & x"0a00",
                       by value vv-readLine(i),
                       by value vts-name(i)
                   add 1 to staticDefects
               end-if
           end-perform
           exit.

       end program staticVerify.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Support routines for executing Atari BASIC program
      **

      ******************************************************************
      **
      ** parseNCONST
      **

       identification division.

       program-id. parseNCONST.

       environment division.

       data division.

       working-storage section.

       copy "casts.cpy".

       01 exp usage is binary-char unsigned.
       01 pom usage is binary-char unsigned.
       01 poml usage is binary-char unsigned.
       01 pomh usage is binary-char unsigned.
       01 num usage is binary-char unsigned.
       01 iexp usage is binary-long signed.
       01 i usage is binary-long signed.
       01 ptr usage is pointer.

       linkage section.
       01 linePtr usage is pointer.
       01 res usage is computational-2.

       procedure division using by reference linePtr, by reference res.

       move zero to res

       set address of byteCast to linePtr
       move byteCasted to exp
       set linePtr up by length of byteCast

       if exp equal zero then
           move zero to iexp
           set linePtr up by length of byteCast
           set linePtr up by length of byteCast
           set linePtr up by length of byteCast
           set linePtr up by length of byteCast
           set linePtr up by length of byteCast
       else
           compute iexp equal (function integer(exp) - 68) * 2
           perform varying i from 1 by 1 until i greater than 5
               
               set address of byteCast to linePtr
               move byteCasted to pom
               set linePtr up by length of byteCast

               compute pomh equal pom / 16
               compute poml equal function mod (pom, 16)

               compute num equal pomh * 10 + poml
               compute res equal res * 100
               add num to res

           end-perform
       end-if

       compute res equal res * function exp10 (iexp)

       goback.

       end program parseNCONST.

      ******************************************************************
      **
      ** packBCD: the inverse of parseNCONST - pack a non-negative
      ** value into the 6-byte BCD constant form the hardware uses:
      ** an excess-64 base-100 exponent byte, then ten mantissa
      ** digits two to a byte. Zero packs as six zero bytes; a value
      ** too small for the exponent range quietly packs as zero the
      ** way the hardware underflows; one too large is fatal.
      **

       identification division.

       program-id. packBCD.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 m usage computational-2.
       01 p usage binary-long signed.
       01 digits10 usage binary-double unsigned.
       01 pair usage binary-long signed.
       01 i usage binary-long signed.
       01 expByte usage binary-long signed.

       linkage section.

       01 val usage computational-2.
       01 bcd.
           05 bcdOut occurs 6 times usage binary-char unsigned.

       procedure division using by reference val, by reference bcd.

       if val equal 0 then
           perform varying i from 1 by 1 until i greater than 6
               move 0 to bcdOut(i)
           end-perform
           goback
       end-if

       if val less than 0 then
           call "fatal" using "packBCD given a negative value"
       end-if

      * normalize to a base-100 mantissa in [1,100)
       move val to m
       move 0 to p
       perform until m less than 100
           compute m equal m / 100
           add 1 to p
       end-perform
       perform until m not less than 1
           compute m equal m * 100
           subtract 1 from p
       end-perform

      * ten decimal digits, rounded; a round up to 100.00000000
      * bumps the exponent instead of overflowing the digits
       compute digits10 equal m * 100000000 + 0.5
       if digits10 not less than 10000000000 then
           compute digits10 equal digits10 / 100
           add 1 to p
       end-if

       compute expByte equal p + 64
       if expByte less than 1 then
           perform varying i from 1 by 1 until i greater than 6
               move 0 to bcdOut(i)
           end-perform
           goback
       end-if
       if expByte greater than 127 then
           call "fireTrap"
           call "fatal" using "value too large for BCD"
       end-if

       move expByte to bcdOut(1)
       perform varying i from 1 by 1 until i greater than 5
           compute pair equal function mod (
               function integer (digits10 / (10 ** ((5 - i) * 2))),
               100)
           compute bcdOut(i + 1) equal
               (pair / 10) * 16 + function mod (pair, 10)
       end-perform

       goback.

       end program packBCD.

      ******************************************************************
      **
      ** bcdRound: squeeze a double through the 6-byte BCD form and
      ** back, so an arithmetic result carries exactly the ten
      ** decimal digits the hardware's floating point keeps - the
      ** working end of the Atari-exact arithmetic mode. Callers skip
      ** the call entirely when the mode is off. The unpack is the
      ** same arithmetic parseNCONST applies to a constant's bytes.
      **

       identification division.

       program-id. bcdRound.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 mag usage computational-2.
       01 neg usage binary-long signed.
       01 iexp usage binary-long signed.
       01 i usage binary-long signed.
       01 pomh usage binary-long signed.
       01 poml usage binary-long signed.
       01 bcdBuf.
           05 bcdByte occurs 6 times usage binary-char unsigned.

       linkage section.

       01 val usage computational-2.

       procedure division using by reference val.

       if val equal 0 then
           goback
       end-if

       move 0 to neg
       move val to mag
       if mag less than 0 then
           move 1 to neg
           compute mag equal 0 - mag
       end-if

       call "packBCD" using by reference mag, by reference bcdBuf

       if bcdByte(1) equal 0 then
           move 0 to val
           goback
       end-if

       compute iexp equal (bcdByte(1) - 68) * 2
       move 0 to mag
       perform varying i from 2 by 1 until i greater than 6
           compute pomh equal bcdByte(i) / 16
           compute poml equal function mod (bcdByte(i), 16)
           compute mag equal mag * 100 + pomh * 10 + poml
       end-perform
       compute mag equal mag * function exp10 (iexp)

       if neg not equal 0 then
           compute mag equal 0 - mag
       end-if
       move mag to val

       goback.

       end program bcdRound.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Graphics/text emulation
      **

      ******************************************************************
      **
      ** shadowPutChar: mirror one screen character into the shadow
      ** buffer, advancing the emulated cursor the way the real
      ** GRAPHICS 0 screen does - wrap at the right margin, scroll
      ** when the bottom line overflows
      **

       identification division.

       program-id. shadowPutChar.

       environment division.

       data division.

       working-storage section.

       copy "casts.cpy".

       01 scol usage binary-long signed.
       01 r usage binary-long signed.

       linkage section.

       01 pch usage binary-long signed.

       procedure division using by value pch.

       if pch equal 10 then
           move 0 to posCol
           add 1 to posRow
           perform scrollCheck
           goback
       end-if

       compute scol equal posCol + leftMargin
       if posRow less than 64 and scol less than 160
         and posRow not less than 0 and scol not less than 0 then
           set address of svalCast to
               address of shadowRowText(posRow + 1)(scol + 1:1)
           move pch to svalCasted
       end-if

       add 1 to posCol
       compute scol equal posCol + leftMargin
       if scol not less than screenCols then
           move 0 to posCol
           add 1 to posRow
           perform scrollCheck
       end-if

       goback.

       scrollCheck.
           if posRow not less than screenRows then
               perform varying r from 1 by 1
                 until r not less than screenRows
                   move shadowRowText(r + 1) to shadowRowText(r)
               end-perform
               move spaces to shadowRowText(screenRows)
               compute posRow equal screenRows - 1
           end-if
           exit.

       end program shadowPutChar.

      ******************************************************************
      **
      ** clearShadow
      **

       identification division.

       program-id. clearShadow.

       environment division.

       data division.

       working-storage section.

       01 r usage binary-long signed.

       procedure division.

      * a picture drawn since the last one goes out before the
      * clear, the same moment the text evidence would
       call "writeFrameImage"

       perform varying r from 1 by 1 until r greater than 64
           move spaces to shadowRowText(r)
       end-perform
       move 0 to posCol
       move 0 to posRow

       goback.

       end program clearShadow.

      ******************************************************************
      **
      ** writeScreenSnapshot: render the shadow screen, framed, onto
      ** the snapshot file - the evidence copy of what the operator
      ** saw (or would have seen, headless)
      **

       identification division.

       program-id. writeScreenSnapshot.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 snapFile usage pointer.
       01 r usage binary-long signed.
       01 c usage binary-long signed.
       01 rowBuf pic x(170).
       01 borderBuf pic x(170).

       procedure division.

      * the bitmap frame, if one is being drawn on, goes out as its
      * own picture file beside this one
       call "writeFrameImage"

       move 255 to pLen
       perform with test before until pLen less than 1
         or screenFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move screenFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeAppend
                     returning snapFile
       if snapFile equal NULL then
           goback
       end-if

       add 1 to shadowSnapCount
       call "fprintf" using by value snapFile,
           by reference "SCREEN SNAPSHOT %d AT LINE %d" & x"0a00",
           by value shadowSnapCount, by value currentLineNumber

       move spaces to borderBuf
       move "+" to borderBuf(1:1)
       perform varying c from 1 by 1 until c greater than screenCols
           move "-" to borderBuf(c + 1:1)
       end-perform
       move "+" to borderBuf(screenCols + 2:1)
       move low-value to borderBuf(screenCols + 3:1)
       call "fprintf" using by value snapFile,
           by reference "%s" & x"0a00", by reference borderBuf

       perform varying r from 1 by 1 until r greater than screenRows
           move spaces to rowBuf
           move "|" to rowBuf(1:1)
           move shadowRowText(r)(1:screenCols)
             to rowBuf(2:screenCols)
           move "|" to rowBuf(screenCols + 2:1)
           move low-value to rowBuf(screenCols + 3:1)
           call "fprintf" using by value snapFile,
               by reference "%s" & x"0a00", by reference rowBuf
       end-perform

       call "fprintf" using by value snapFile,
           by reference "%s" & x"0a00", by reference borderBuf

       call "fclose" using by value snapFile

       goback.

       end program writeScreenSnapshot.

      ******************************************************************
      **
      ** clearWindows
      **

       identification division.

       program-id. clearWindows.

       environment division.

       data division.

       working-storage section.

       01 evClear pic x(64) value "CLEAR SCREEN".

       procedure division.

       call "logSignalEvent" using by reference evClear

      * the shadow is about to be wiped: if the on-clear trigger is
      * armed, this is the moment the evidence gets banked -
      * whichever statement caused the clear
       if snapshotOnClear not equal 0 then
           call "writeScreenSnapshot"
       end-if
       call "erase"
       call "refresh"
       call "clearShadow"
      *if tWin not equal null then
      *    call "werase" using by value tWin
      *    call "wrefresh" using by value tWin
      *end-if
      *if gWin not equal null then
      *    call "werase" using by value gWin
      *    call "wrefresh" using by value gWin
      *end-if
       move 0 to posCol
       move 0 to posRow
      *move 2 to leftMargin
       goback.

       end program clearWindows.

      ******************************************************************
      **
      ** setGraphicsMode
      **

       identification division.

       program-id. setGraphicsMode.

       environment division.

       data division.

       working-storage section.

       01 n1 pic 99.
       01 evText pic x(64).
       01 modeInt usage binary-long signed.
       01 modeBit usage binary-long signed.
       01 fullScreen usage binary-long signed.
       01 keepFrame usage binary-long signed.
       01 p usage binary-long signed.

       linkage section.

       01 vmode usage is computational-2.

       procedure division using by reference vmode.

       move vmode to n1
       move spaces to evText
       string "GRAPHICS " delimited by size
              n1 delimited by size
              into evText
       end-string
       call "logSignalEvent" using by reference evText

       if gInit equal zero and headlessMode equal zero then
           call "initscr"
           call "getStdscr" using by reference stdscr
           call "halfdelay" using by value 1
           call "echo"
           call "nonl"
           call "intrflush" using by value stdscr, by value 0
           call "keypad" using by value stdscr, by value 1
      *    if vmode equal 2 then
      *        call "newwin" using 10, 20, 0, 10 returning gWin
      *        call "newwin" using 4, 40, 10, 0 returning tWin
      *    else
               call "wresize" using by value stdscr, screenRows,
                                     screenCols
      *        if gWin not equal null then
      *          call "delwin" using by value gWin
      *          move null to gWin
      *        end-if
      *        if tWin not equal null then
      *          call "delwin" using by value tWin
      *          move null to tWin
      *        end-if
      *    end-if
           move 1 to gInit
       end-if

       move vmode to gMode
       if headlessMode equal zero then
           call "clearWindows"
       else
           if snapshotOnClear not equal 0 then
               call "writeScreenSnapshot"
           end-if
           call "clearShadow"
       end-if

      * the frame as drawn went out with the clear above; now lay
      * out the new mode's. + 16 gives the whole screen to the
      * picture (no text window), + 32 keeps what is already drawn
       move vmode to modeInt
       divide modeInt by 16 giving modeBit
       compute fullScreen equal function mod (modeBit, 2)
       divide modeInt by 32 giving modeBit
       compute keepFrame equal function mod (modeBit, 2)
       compute gfxMode equal function mod (modeInt, 16)

       evaluate gfxMode
         when 3
           move 40 to gfxWidth
           move 24 to gfxHeight
           move 4 to gfxColorCount
         when 4
           move 80 to gfxWidth
           move 48 to gfxHeight
           move 2 to gfxColorCount
         when 5
           move 80 to gfxWidth
           move 48 to gfxHeight
           move 4 to gfxColorCount
         when 6
           move 160 to gfxWidth
           move 96 to gfxHeight
           move 2 to gfxColorCount
         when 7
           move 160 to gfxWidth
           move 96 to gfxHeight
           move 4 to gfxColorCount
         when 8
           move 320 to gfxWidth
           move 192 to gfxHeight
           move 2 to gfxColorCount
         when 9
         when 10
         when 11
           move 80 to gfxWidth
           move 192 to gfxHeight
           move 16 to gfxColorCount
         when other
           move 0 to gfxWidth
           move 0 to gfxHeight
           move 256 to gfxColorCount
       end-evaluate

      * the four-line text window takes the bottom sixth of the
      * screen; the GTIA modes have none
       if fullScreen equal 0 and gfxMode greater than 2
         and gfxMode less than 9 then
           compute gfxHeight equal gfxHeight * 5 / 6
       end-if

       if keepFrame equal 0 then
           perform varying p from 1 by 1 until p greater than 61440
               move 0 to gfxPixel(p)
           end-perform
       end-if
       move 0 to gfxCurX
       move 0 to gfxCurY
       move 0 to gfxDrawn

       goback.

       end program setGraphicsMode.

      ******************************************************************
      **
      ** setPosition
      **

       identification division.

       program-id. setPosition.

       environment division.

       data division.

       working-storage section.

       01 vcolAbs usage binary-long signed.

       linkage section.

       01 vcol usage is computational-2.
       01 vrow usage is computational-2.

       procedure division using by reference vcol, by reference vrow.

       move vcol to posCol
       move vrow to posRow
       move posCol to gfxCurX
       move posRow to gfxCurY

       compute vcolAbs equal posCol + leftMargin
      *if gMode equal zero then
       if gInit not equal zero then
           call "move" using posRow, vcolAbs
       end-if
      *else
      *    call "wmove" using by value gWin, posRow, vcolAbs
      *    call "wmove" using by value tWin, posRow, vcolAbs
      *end-if

       goback.

       end program setPosition.

      ******************************************************************
      **
      ** doLocate: LOCATE x,y,var - position the cursor and read the
      ** character code under it back into a scalar, out of the
      ** shadow screen that mirrors what the display holds
      **

       identification division.

       program-id. doLocate.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 icol usage binary-long signed.
       01 irow usage binary-long signed.
       01 val usage computational-2.
       01 chByte usage binary-long signed.

       linkage section.

       01 xExp usage computational-2.
       01 yExp usage computational-2.
       01 varNum usage binary-long signed.

       procedure division using by reference xExp,
                                by reference yExp,
                                by value varNum.

       move xExp to icol
       move yExp to irow

      * in a bitmap mode the value comes out of the frame
       if gfxWidth not equal 0 then
           if irow less than 0 or irow not less than gfxHeight
             or icol less than 0 or icol not less than gfxWidth then
               call "fireTrap"
               call "fatalN" using "LOCATE off the screen",
                   by value irow
           end-if
           move gfxPixel(irow * gfxWidth + icol + 1) to chByte
           move chByte to val
           move icol to gfxCurX
           move irow to gfxCurY
           call "doLet" using by value varNum, by reference val
           goback
       end-if

       if irow less than 0 or irow not less than screenRows
         or icol less than 0
         or icol + leftMargin not less than screenCols then
           call "fireTrap"
           call "fatalN" using "LOCATE off the screen",
               by value irow
       end-if

       call "setPosition" using by reference xExp, by reference yExp

       compute chByte equal function ord
           (shadowRowText(irow + 1)(icol + leftMargin + 1:1)) - 1
       move chByte to val

       call "doLet" using by value varNum, by reference val

       goback.

       end program doLocate.

      ******************************************************************
      **
      ** doColor: COLOR n - the value PLOT and DRAWTO lay down next:
      ** a pixel value in the bitmap modes, a character code in the
      ** text modes
      **

       identification division.

       program-id. doColor.

       environment division.

       data division.

       working-storage section.

       01 ic usage binary-long signed.

       linkage section.

       01 cval usage is computational-2.

       procedure division using by reference cval.

       move cval to ic
       if ic less than 0 or ic greater than 255 then
           call "fireTrap"
           call "fatalN" using "COLOR value out of range", by value ic
       end-if
       move ic to gfxColor

       goback.

       end program doColor.

      ******************************************************************
      **
      ** doSetcolor: SETCOLOR register,hue,luminance - color register
      ** 708 + register takes hue * 16 + luminance, the luminance
      ** rounded down to even as the hardware does. The frame picks the
      ** registers up when it is written, so a late SETCOLOR recolors
      ** the whole screen, just as on the set
      **

       identification division.

       program-id. doSetcolor.

       environment division.

       data division.

       working-storage section.

       01 ireg usage binary-long signed.
       01 ihue usage binary-long signed.
       01 ilum usage binary-long signed.
       01 n1 pic 9.
       01 n2 pic 99.
       01 n3 pic 99.
       01 evText pic x(64).

       linkage section.

       01 creg usage is computational-2.
       01 chue usage is computational-2.
       01 clum usage is computational-2.

       procedure division using by reference creg,
                                by reference chue,
                                by reference clum.

       move creg to ireg
       move chue to ihue
       move clum to ilum

       if ireg less than 0 or ireg greater than 4 then
           call "fireTrap"
           call "fatalN" using "SETCOLOR register out of range",
               by value ireg
       end-if
       if ihue less than 0 or ihue greater than 15
         or ilum less than 0 or ilum greater than 15 then
           call "fireTrap"
           call "fatalN" using "SETCOLOR value out of range",
               by value ihue
       end-if

       divide ilum by 2 giving ilum
       compute gfxRegister(ireg + 1) equal ihue * 16 + ilum * 2

       move ireg to n1
       move ihue to n2
       compute n3 equal ilum * 2
       move spaces to evText
       string "SETCOLOR " delimited by size
              n1 delimited by size
              "," delimited by size
              n2 delimited by size
              "," delimited by size
              n3 delimited by size
              into evText
       end-string
       call "logSignalEvent" using by reference evText

       goback.

       end program doSetcolor.

      ******************************************************************
      **
      ** plotPoint: one point in the current COLOR at column x, row y
      ** - a pixel in the frame in the bitmap modes, a character on
      ** the shadow screen (and the curses screen) in the text modes -
      ** and the graphics cursor moves there. Off the screen is the
      ** cursor-range error the program can TRAP
      **

       identification division.

       program-id. plotPoint.

       environment division.

       data division.

       working-storage section.

       01 icolAbs usage binary-long signed.
       01 pix usage binary-long signed.
       01 chCell.
           05 chByte usage binary-char unsigned.
       01 chText redefines chCell pic x.

       linkage section.

       01 x usage binary-long signed.
       01 y usage binary-long signed.

       procedure division using by value x, by value y.

       if gfxWidth equal 0 then
           if y less than 0 or y not less than screenRows
             or x less than 0
             or x + leftMargin not less than screenCols then
               call "fireTrap"
               call "fatalN" using "PLOT off the screen", by value y
           end-if
           move gfxColor to chByte
           move chText to shadowRowText(y + 1)(x + leftMargin + 1:1)
           if gInit not equal zero then
               compute icolAbs equal x + leftMargin
               call "mvaddch" using by value y, by value icolAbs,
                   by value gfxColor
               call "refresh"
           end-if
       else
           if y less than 0 or y not less than gfxHeight
             or x less than 0 or x not less than gfxWidth then
               call "fireTrap"
               call "fatalN" using "PLOT off the screen", by value y
           end-if
           compute pix equal function mod (gfxColor, gfxColorCount)
           move pix to gfxPixel(y * gfxWidth + x + 1)
           move 1 to gfxDrawn
       end-if

       move x to gfxCurX
       move y to gfxCurY

       goback.

       end program plotPoint.

      ******************************************************************
      **
      ** doPlot: PLOT x,y
      **

       identification division.

       program-id. doPlot.

       environment division.

       data division.

       working-storage section.

       01 ix usage binary-long signed.
       01 iy usage binary-long signed.

       linkage section.

       01 xExp usage is computational-2.
       01 yExp usage is computational-2.

       procedure division using by reference xExp, by reference yExp.

       move xExp to ix
       move yExp to iy
       call "plotPoint" using by value ix, by value iy

       goback.

       end program doPlot.

      ******************************************************************
      **
      ** doDrawto: DRAWTO x,y - a straight line in the current COLOR
      ** from the graphics cursor (the last PLOT, DRAWTO, POSITION or
      ** LOCATE) to x,y, point by point the way the OS draws it
      ** (Bresenham), both ends included
      **

       identification division.

       program-id. doDrawto.

       environment division.

       data division.

       working-storage section.

       01 x0 usage binary-long signed.
       01 y0 usage binary-long signed.
       01 x1 usage binary-long signed.
       01 y1 usage binary-long signed.
       01 dx usage binary-long signed.
       01 dy usage binary-long signed.
       01 sx usage binary-long signed.
       01 sy usage binary-long signed.
       01 err usage binary-long signed.
       01 e2 usage binary-long signed.

       linkage section.

       01 xExp usage is computational-2.
       01 yExp usage is computational-2.

       procedure division using by reference xExp, by reference yExp.

       move gfxCurX to x0
       move gfxCurY to y0
       move xExp to x1
       move yExp to y1

      * the far end is checked before anything is drawn
       if gfxWidth not equal 0 then
           if y1 less than 0 or y1 not less than gfxHeight
             or x1 less than 0 or x1 not less than gfxWidth then
               call "fireTrap"
               call "fatalN" using "DRAWTO off the screen", by value y1
           end-if
       end-if

       compute dx equal function abs (x1 - x0)
       compute dy equal 0 - function abs (y1 - y0)
       move 1 to sx
       if x0 greater than x1 then
           move -1 to sx
       end-if
       move 1 to sy
       if y0 greater than y1 then
           move -1 to sy
       end-if
       compute err equal dx + dy

       perform forever
           call "plotPoint" using by value x0, by value y0
           if x0 equal x1 and y0 equal y1 then
               exit perform
           end-if
           compute e2 equal err * 2
           if e2 not less than dy then
               add dy to err
               add sx to x0
           end-if
           if e2 not greater than dx then
               add dx to err
               add sy to y0
           end-if
       end-perform

       goback.

       end program doDrawto.

      ******************************************************************
      **
      ** writeFrameImage: the bitmap frame as a picture (binary PPM)
      ** beside the text snapshot - "<snapshot name>-nnn.ppm" - in
      ** the color registers as they stand now. Only a frame drawn on
      ** since the last one went out is written, so the end-of-run and
      ** on-clear triggers can both call it freely
      **

       identification division.

       program-id. writeFrameImage.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

      * a rough NTSC base color for hues 1-15 at middle luminance,
      * scaled up or down by the luminance at render time; hue 0 is
      * the grey ramp
       01 hueRgbStr.
           05 filler pic x(27) value "170120000190090020200070050".
           05 filler pic x(27) value "190060090170060150120060190".
           05 filler pic x(27) value "070070200040090200030120190".
           05 filler pic x(27) value "020140150020150100040160040".
           05 filler pic x(27) value "090160020140150010170130020".
       01 hueRgbTable redefines hueRgbStr.
           05 hueRgb occurs 15 times.
               10 hueR pic 9(3).
               10 hueG pic 9(3).
               10 hueB pic 9(3).

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 frameFile usage pointer.
       01 frameNum pic 9(3).
       01 x usage binary-long signed.
       01 y usage binary-long signed.
       01 pix usage binary-long signed.
       01 regVal usage binary-long signed.
       01 hue usage binary-long signed.
       01 lum usage binary-long signed.
       01 rgbR usage binary-long signed.
       01 rgbG usage binary-long signed.
       01 rgbB usage binary-long signed.
       01 rowLen usage binary-long signed.
       01 rowBuf.
           05 rowByte occurs 960 times usage binary-char unsigned.

       procedure division.

       if gfxWidth equal 0 or gfxDrawn equal 0 then
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or screenFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       if pLen greater than 4 then
           if function upper-case (screenFileName(pLen - 3:4))
             equal ".TXT" then
               subtract 4 from pLen
           end-if
       end-if
       add 1 to gfxFrameCount
       move gfxFrameCount to frameNum
       move spaces to pathBuf
       move screenFileName(1:pLen) to pathBuf(1:pLen)
       string "-" frameNum ".ppm" delimited by size
           into pathBuf(pLen + 1:8)
       end-string
       move low-value to pathBuf(pLen + 9:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeWrite
                     returning frameFile
       if frameFile equal NULL then
           goback
       end-if

       call "fprintf" using by value frameFile,
           by reference "P6" & x"0a" & "%d %d" & x"0a"
                        & "255" & x"0a00",
           by value gfxWidth, by value gfxHeight

       compute rowLen equal gfxWidth * 3
       perform varying y from 0 by 1 until y not less than gfxHeight
           perform varying x from 0 by 1 until x not less than gfxWidth
               move gfxPixel(y * gfxWidth + x + 1) to pix
               perform pixelRegister
               perform registerRgb
               move rgbR to rowByte(x * 3 + 1)
               move rgbG to rowByte(x * 3 + 2)
               move rgbB to rowByte(x * 3 + 3)
           end-perform
           call "fwrite" using by reference rowBuf, by value 1,
               by value rowLen, by value frameFile
       end-perform

       call "fclose" using by value frameFile
       move 0 to gfxDrawn

       goback.

      ******************************************************
      * the color register value a pixel shows in this mode:
      * register 4 (712) is the background, 0-2 (708-710) the
      * playfield colors; GRAPHICS 8 keeps register 2's hue and
      * takes register 1's luminance, 9 and 11 build the color from
      * the pixel and the background, and 10 indexes the nine
      * registers from 704 (the four player colors, which SETCOLOR
      * cannot reach, stay black)
       pixelRegister.
           evaluate gfxMode
             when 4
             when 6
               if pix equal 0 then
                   move gfxRegister(5) to regVal
               else
                   move gfxRegister(1) to regVal
               end-if
             when 8
               if pix equal 0 then
                   move gfxRegister(3) to regVal
               else
                   divide gfxRegister(3) by 16 giving hue
                   compute regVal equal hue * 16
                       + function mod (gfxRegister(2), 16)
               end-if
             when 9
               divide gfxRegister(5) by 16 giving hue
               compute regVal equal hue * 16 + pix
             when 10
               evaluate true
                 when pix less than 4
                   move 0 to regVal
                 when pix less than 9
                   move gfxRegister(pix - 3) to regVal
                 when other
                   move gfxRegister(5) to regVal
               end-evaluate
             when 11
               compute regVal equal pix * 16
                   + function mod (gfxRegister(5), 16)
             when other
               if pix equal 0 then
                   move gfxRegister(5) to regVal
               else
                   move gfxRegister(pix) to regVal
               end-if
           end-evaluate
           exit.

      ******************************************************
      * hue * 16 + luminance into red, green and blue
       registerRgb.
           divide regVal by 16 giving hue
           compute lum equal function mod (regVal, 16)
           if hue equal 0 then
               compute rgbR equal lum * 17
               move rgbR to rgbG
               move rgbR to rgbB
           else
               compute rgbR equal hueR(hue) * (lum + 2) / 10
               compute rgbG equal hueG(hue) * (lum + 2) / 10
               compute rgbB equal hueB(hue) * (lum + 2) / 10
           end-if
           if rgbR greater than 255 then
               move 255 to rgbR
           end-if
           if rgbG greater than 255 then
               move 255 to rgbG
           end-if
           if rgbB greater than 255 then
               move 255 to rgbB
           end-if
           exit.

       end program writeFrameImage.

      ******************************************************************
      **
      ** setChannel
      **

       identification division.

       program-id. setChannel.

       environment division.

       data division.

       working-storage section.

       linkage section.

       01 channel usage is computational-2.

       procedure division using by reference channel.

       move channel to printChannel

       goback.

       end program setChannel.

      ******************************************************************
      **
      ** getChannelFile: return the FILE* for a PRINT#n channel
      ** (1-7), opening "<channelFilePrefix>-n.txt" for append the
      ** first time that channel is used
      **

       identification division.

       program-id. getChannelFile.

       environment division.

       data division.

       working-storage section.

       01 prefixLen usage binary-long signed.
       01 numBuf pic 9.
       01 channelPath pic x(210).
       01 cpLen usage binary-long signed.

       linkage section.

       01 channel usage is binary-long signed.
       01 fp usage is pointer.

       procedure division using by value channel, by reference fp.

       if channel less than 1 or channel greater than 7 then
         call "fatalN" using "channel out of range", by value channel
       end-if

       if channelFile(channel) equal NULL then

           move 200 to prefixLen
           perform with test before until prefixLen less than 1
             or channelFilePrefix(prefixLen:1) not equal space
               subtract 1 from prefixLen
           end-perform

           move channel to numBuf

           move spaces to channelPath
           move 1 to cpLen
           string channelFilePrefix(1:prefixLen) delimited by size
                  "-" delimited by size
                  numBuf delimited by size
                  ".txt" delimited by size
                  into channelPath
                  with pointer cpLen
           end-string

           move low-value to channelPath(cpLen:1)

           call "fopen" using by reference channelPath,
                         by reference fopenModeAppend
                         returning channelFile(channel)
       end-if

       move channelFile(channel) to fp

       goback.

       end program getChannelFile.

      ******************************************************************
      **
      ** closeChannelFiles: flush and close every PRINT#n channel file
      ** opened by getChannelFile - called at program exit
      **

       identification division.

       program-id. closeChannelFiles.

       environment division.

       data division.

       working-storage section.

       01 i usage binary-long unsigned.

       procedure division.

       perform varying i from 1 by 1 until i greater than 8
           if channelFile(i) not equal NULL then
               call "fclose" using by value channelFile(i)
               move NULL to channelFile(i)
           end-if
       end-perform

       goback.

       end program closeChannelFiles.

      ******************************************************************
      **
      ** logTranscript
      **
      ** While transcriptMask is up a line's masked text goes in as
      ** one run of asterisks, whatever its length - 1 until it has
      ** been written, 2 after
      **

       identification division.

       program-id. logTranscript.

       environment division.

       data division.

       working-storage section.

       linkage section.

       01 char usage is binary-long signed.

       procedure division using by value char.

       if transcriptFile not equal NULL then
           evaluate true
             when transcriptMask equal 0
               call "fputc" using by value char,
                   by value transcriptFile
             when char equal 10
               call "fputc" using by value char,
                   by value transcriptFile
               move 1 to transcriptMask
             when transcriptMask equal 1
               call "fprintf" using by value transcriptFile,
                   by reference "********" & x"00"
               move 2 to transcriptMask
           end-evaluate
       end-if

       goback.

       end program logTranscript.

      ******************************************************************
      **
      ** logSignalEvent: one timestamped line in the operator events
      ** log - the SOUNDs, bells, clear-screens and GRAPHICS changes
      ** a watching operator would have heard or seen, reviewable
      ** next to the transcript after a scheduled run. The log opens
      ** on the first event.
      **

       identification division.

       program-id. logSignalEvent.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 timeBuf pic x(8).
       01 el usage binary-long signed.

       linkage section.

       01 evText pic x(64).

       procedure division using by reference evText.

       if eventsFile equal NULL then
           if eventsOpenTried not equal 0 then
               goback
           end-if
           move 1 to eventsOpenTried
           move 255 to pLen
           perform with test before until pLen less than 1
             or eventsFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move eventsFileName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeAppend
                         returning eventsFile
           if eventsFile equal NULL then
               goback
           end-if
       end-if

       accept timeBuf from time

       move 64 to el
       perform with test before until el less than 1
         or evText(el:1) not equal space
           subtract 1 from el
       end-perform

       call "fprintf" using by value eventsFile,
           by reference "%.2s:%.2s:%.2s line %5d  %.*s" & x"0a00",
           by reference timeBuf(1:2), by reference timeBuf(3:2),
           by reference timeBuf(5:2), by value currentLineNumber,
           by value el, by reference evText

       goback.

       end program logSignalEvent.

      ******************************************************************
      **
      ** printChar
      **

       identification division.

       program-id. printChar.

       environment division.

       data division.

       working-storage section.

       01 cch usage is binary-char unsigned.
       01 c0 usage is binary-char unsigned.
       01 invert usage is binary-long signed.
       01 w usage is pointer.
       01 a_reverse usage is binary-long signed value H"20000000".
       01 qm usage is binary-char signed value 63. *> '?'
       01 chFile usage is pointer.
       01 outByte usage is binary-long signed.
       01 evBell pic x(64) value "BELL".
       01 evClear pic x(64) value "CLEAR SCREEN".

       linkage section.

       01 char usage is binary-char unsigned.

       procedure division using by value char.

       move char to cch
       move char to c0

      * normalize inverse-video high-bit characters and the special
      * H"12" byte the same way regardless of destination, so channel
      * output matches what the screen path would have rendered
       if cch greater than 127 then
           subtract 128 from cch
           move 1 to invert
       else
           move 0 to invert
       end-if

       if cch equal to H"12" then
           move 45 to cch *> '-'
       end-if

      * PRINT#n, n not zero: a channel OPENed to the disk image gets
      * the raw ATASCII byte stream (newline as the H"9b" EOL the
      * INPUT# reader understands); a channel never OPENed keeps the
      * legacy per-channel text file. Neither touches curses, and
      * (unlike the screen) neither goes into the transcript
       if printChannel not equal 0 then
           if printChannel greater than 0 and printChannel less than 8
             and iocb-mode(printChannel) not equal 0 then
               if c0 equal to 10 then
                   move H"9b" to outByte
               else
                   move c0 to outByte
               end-if
               call "iocbPutByte" using by value printChannel,
                   by value outByte
               goback
           end-if
           call "getChannelFile" using by value printChannel,
                                        by reference chFile
           if (cch greater than 31 and less than 127) or
              cch equal to 10 then
               call "fputc" using by value cch, by value chFile
           end-if
           goback
       end-if

       call "logTranscript" using by value c0

      * mirror the screen stream into the shadow buffer; a clear
      * screen first banks a snapshot if the on-clear trigger is set
       if c0 not equal H"fd" and c0 not equal H"7d" then
           if (cch greater than 31 and cch less than 127)
             or cch equal to 10 then
               move cch to outByte
           else
               move 63 to outByte *> '?'
           end-if
           call "shadowPutChar" using by value outByte
       end-if

       if gInit not equal zero then

           if c0 equal to H"fd" then *> ATASCII bell
               call "logSignalEvent" using by reference evBell
               call "beep"
               goback
           end-if

           if c0 equal to H"7d" then *> ATASCII clear screen
               call "clearWindows"
               goback
           end-if

      *    if gMode equal zero then
               move stdscr to w
      *    else
      *        if printChannel equal 6 then
      *            move gWin to w
      *        else
      *            move tWin to w
      *        end-if
      *    end-if

           if invert not equal zero then
               call "attrset" using by value a_reverse
           end-if

           *> toupper cch
      *    if w equal to gwin then
      *        if cch greater than 96 and cch less than 123 then
      *            subtract 32 from cch
      *        end-if
      *    end-if

           if (cch greater than 31 and less than 127) or
              cch equal to 10 then
               call "wechochar" using by value w, by value cch
           else
               call "wechochar" using by value w, by value qm
           end-if
           call "wrefresh" using by value w
       else
      * the bell byte arrives as c0 H"fd" (cch has had the high bit
      * stripped); without curses it still rings the terminal when
      * one is attached, and always reaches the events log
           if c0 equal H"fd" then *> ATASCII bell
               call "logSignalEvent" using by reference evBell
               if headlessMode equal zero then
                   call "printf" using "%c", by value 7
               end-if
               goback
           end-if
           if c0 equal H"7d" then *> ATASCII clear screen
               call "logSignalEvent" using by reference evClear
               if snapshotOnClear not equal 0 then
                   call "writeScreenSnapshot"
               end-if
               call "clearShadow"
               goback
           end-if
           if (cch greater than 31 and less than 127) or
              cch equal to 10 then
               call "printf" using "%c", by value cch
           else
               call "printf" using "<%02x>", by value cch
           end-if
       end-if 

       goback.

       end program printChar.

      ******************************************************************
      **
      ** printNL
      **

       identification division.

       program-id. printNL.

       environment division.


       working-storage section.

       procedure division.

       call "printChar" using by value 10
       move zero to printChannel

       goback.

       end program printNL.

      ******************************************************************
      **
      ** printExp
      **

       identification division.

       program-id. printExp.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
       01 i usage binary-long signed.
       01 expPtr usage pointer.
       01 varPtr usage pointer.

       linkage section.

       01 exp usage is computational-2.

       procedure division using by reference exp.

      * a sensitive scalar goes into the transcript masked, whether
      * PRINT hands over the variable itself or the copy the last
      * read of it made
       if dictionaryDir not equal spaces then
           set expPtr to address of exp
           perform varying i from 1 by 1 until i greater than nv
               set varPtr to address of vts-val(i)
               if dic-sensitive(i) not equal 0
                 and vts-type(i) equal vtTypeScalar
                 and varPtr equal expPtr then
                   move 1 to transcriptMask
                   exit perform
               end-if
           end-perform
           if sensitiveRead not equal 0
             and exp equal sensitiveReadVal then
               move 1 to transcriptMask
           end-if
       end-if

       call "formatExp" using by reference exp, by reference sbuf
       call "printSExp" using by reference sbuf

       move 0 to transcriptMask
       move 0 to sensitiveRead

       goback.

       end program printExp.

      ******************************************************************
      **
      ** printSExp
      **

       identification division.

       program-id. printSExp.

       environment division.

       data division.

       working-storage section.

       01 l usage binary-long signed.
       01 i usage binary-long signed.
      * a pointer read as a number, for the inside-the-buffer test
       01 ptrWork.
           05 ptrVal usage pointer.
       01 ptrView redefines ptrWork.
           05 ptrNum usage binary-double unsigned.
       01 expAt usage binary-double unsigned.

       copy "constants.cpy".
       copy "casts.cpy".

       linkage section.

       01 exp usage is pointer.

       procedure division using by value exp.

       set address of byteCast to exp
       move byteCasted to l

       set address of countedString to exp

      * PRINT of a sensitive string variable hands over its own
      * storage, or somewhere inside it, or - for a substring - the
      * substring buffer cut from it: the transcript gets it masked
       if dictionaryDir not equal spaces then
           move exp to ptrVal
           move ptrNum to expAt
           perform varying i from 1 by 1 until i greater than nv
               if dic-sensitive(i) not equal 0
                 and vts-type(i) equal vtTypeString
                 and vts-sval(i) not equal NULL then
                   move vts-sval(i) to ptrVal
                   if expAt not less than ptrNum
                     and expAt not greater than ptrNum + vts-dim(i)
                     then
                       move 1 to transcriptMask
                       exit perform
                   end-if
               end-if
           end-perform
           set ptrVal to address of substrBuffer
           if substrSource greater than 0
             and expAt equal ptrNum then
               if dic-sensitive(substrSource) not equal 0 then
                   move 1 to transcriptMask
               end-if
           end-if
       end-if

       perform varying i from 1 by 1 until i greater than l
         call "printChar" using by value cs-char(i)
       end-perform

       move 0 to transcriptMask
       move 0 to substrSource

       goback.

       end program printSExp.

      ******************************************************************
      **
      ** doInput
      **

       identification division.

       program-id. doInput.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 maxlen usage is binary-long signed.
       01 len usage is binary-long signed.
       01 i usage is binary-long signed.
       01 char usage is binary-long signed.
       01 buf pic x(255) usage is display.
       01 cbuf pic x usage is display.
       01 zbuf usage is binary-char unsigned value zero.

       01 frozen usage is binary-long signed value 0.
       01 hell usage is binary-long signed value 1.

       01 sval usage is pointer.

       01 chCode usage is binary-long signed.

      * attended-timeout machinery: the fallback answers file stays
      * open across prompts, consumed a line per defaulted answer
       01 timeoutMs usage is binary-long signed.
       01 defaulted usage is binary-long signed.
       01 fbBuf pic x(300).
       01 fbLen usage is binary-long signed.
       01 k usage is binary-long signed.
       01 fbPath pic x(256).
       01 fbpLen usage is binary-long signed.
       01 fbOpenTried usage is binary-long signed value 0.
       01 fbFile usage is pointer value NULL.
       01 fbWarned usage is binary-long signed value 0.
       01 gotPtr usage is pointer.
       01 noteText pic x(32)
           value "[ANSWER DEFAULTED AFTER TIMEOUT]".

      * sweep mode: the domain row for this INPUT line and the
      * answer the current combination picks from it
       01 swRow usage binary-long signed.
       01 swPick usage binary-long signed.

      * what record mode banks for a sensitive answer, counted
       01 maskedAnswer.
           05 filler usage binary-char unsigned value 8.
           05 filler pic x(8) value "********".
       01 maskPtr usage pointer.

       linkage section.

       01 varNum usage is binary-long signed.

       procedure division using by value varNum.

       if varNum less than zero or greater than or equal to nv then
           call "fatalN" using "varNum out of range",
                               by value varNum
       end-if

      * varNum is 1-based
       add 1 to varNum

       if vts-type(varNum) not equal to vtTypeString then
           call "fatal" using "doInput expected a string variable"
       end-if

       if vts-sval(varNum) equal NULL then
           call "fatal" using "unallocated string"
       end-if

       move vts-dim(varNum) to maxLen

      * INPUT's prompt and echo always go to the screen, regardless of
      * whichever channel a prior PRINT#n;...; (no trailing PRINT of a
      * newline, so printChannel was never reset by printNL) left set
       move zero to printChannel

       call "printChar" using by value 63 *> '?'

       move vts-sval(varNum) to sval
       set sval up by 1

       evaluate true

         when serviceMode not equal zero

      * service mode answers come off the request's queued ANSWER
      * lines; running dry mid-request ends this request with its
      * own reason in the response, not the whole service
           if serviceAnswerNext greater than serviceAnswerCount then
               move "ANSWERS EXHAUSTED" to exitReason
               call "serviceEndOfRequest"
           end-if

           move svcAnswerLen(serviceAnswerNext) to len
           if len greater than maxLen then
               move maxLen to len
           end-if
           perform maskAnswer

           perform varying i from 1 by 1 until i greater than len
               compute chCode equal function ord
                 (svcAnswerText(serviceAnswerNext)(i:1)) - 1
               set address of svalCast to sval
               move chCode to svalCasted
               set sval up by 1
               call "printChar" using by value chCode
           end-perform
           add 1 to serviceAnswerNext

           call "printChar" using by value 10

         when sweepPasses greater than zero

      * sweep mode: the answer is whichever of this INPUT line's
      * allowed answers the current combination has reached; an
      * INPUT the domain does not cover ends the pass, and the
      * matrix row says so
           move 0 to swRow
           perform varying i from 1 by 1
             until i greater than sweepLineCount
               if sw-lineNum(i) equal currentLineNumber then
                   move i to swRow
                   exit perform
               end-if
           end-perform
           if swRow equal 0 then
               move "SWEEP NO DOMAIN" to exitReason
               call "fatalN" using "no sweep answers for INPUT at line",
                                   by value currentLineNumber
           end-if

           move sw-pick(swRow) to swPick
           move sw-valueLen(swRow, swPick) to len
           if len greater than maxLen then
               move maxLen to len
           end-if
           perform maskAnswer

           perform varying i from 1 by 1 until i greater than len
               compute chCode equal function ord
                 (sw-valueText(swRow, swPick)(i:1)) - 1
               set address of svalCast to sval
               move chCode to svalCasted
               set sval up by 1
               call "printChar" using by value chCode
           end-perform

           call "printChar" using by value 10

         when batchMode not equal zero

           read answer-fd
             at end
               move "BATCH EXHAUSTED" to exitReason
               move exitCodeBatch to fatalExitCode
               call "fatal" using "batch input exhausted"
           end-read

           move 255 to len
           perform with test before until
             len less than 1 or answer-record(len:1) not equal space
               subtract 1 from len
           end-perform

           if len greater than maxLen then
               move maxLen to len
           end-if
           perform maskAnswer

           perform varying i from 1 by 1 until i greater than len
               compute chCode equal
                 function ord (answer-record(i:1)) - 1
               set address of svalCast to sval
               move chCode to svalCasted
               set sval up by 1
               call "printChar" using by value chCode
           end-perform

           call "printChar" using by value 10

         when other

           call "nocbreak"
           call "nodelay" using by value stdscr, by value 0
           call "echo"

           perform maskAnswer

      * an armed per-prompt timeout needs per-keystroke reads
           move 0 to defaulted
           if inputTimeoutSeconds greater than 0
             and fallbackFileName not equal spaces then
               call "cbreak"
               compute timeoutMs equal inputTimeoutSeconds * 1000
               call "wtimeout" using by value stdscr,
                   by value timeoutMs
           end-if

           perform varying i from 1 by 1 until hell equal frozen

               call "getch" returning char

      * the operator walked away: the fallback answers file fills
      * this prompt in and the session keeps going - the watchdog
      * stays the backstop, not the routine way an abandoned
      * session ends. With no fallback line left, keep waiting.
               if char equal -1
                 and inputTimeoutSeconds greater than 0
                 and fallbackFileName not equal spaces then
                   perform takeFallback
                   if defaulted not equal 0 then
                       exit perform
                   end-if
                   subtract 1 from i
                   exit perform cycle
               end-if

               if char equal -1 or equal 10 then
                   call "logTranscript" using by value 10
                   call "shadowPutChar" using by value 10
                   exit perform
               end-if

               call "logTranscript" using by value char
               call "shadowPutChar" using by value char

               if i less than or equal maxLen then
                   set address of svalCast to sval
                   move char to svalCasted
                   set sval up by 1
               end-if
           end-perform

           if inputTimeoutSeconds greater than 0
             and fallbackFileName not equal spaces then
               call "wtimeout" using by value stdscr, by value -1
           end-if

           if defaulted equal 0 then
               subtract 1 from i
               move i to len
               if len greater than maxLen then
                   move maxLen to len
               end-if
           end-if

       end-evaluate

       move 0 to transcriptMask

       move vts-sval(varNum) to sval
       set address of svalCast to sval
       move len to svalCasted

       add 1 to acctAnswers

      * record mode banks the answer exactly as the program got it -
      * but a sensitive one only as its mask, to be keyed in again
      * before the file is replayed
       if recordFileName not equal spaces then
           if dic-sensitive(varNum) not equal 0 then
               set maskPtr to address of maskedAnswer
               call "recordAnswer" using by value maskPtr
           else
               call "recordAnswer" using by value vts-sval(varNum)
           end-if
       end-if

       goback.

      * a sensitive variable's answer goes into the transcript masked
       maskAnswer.
           if dic-sensitive(varNum) not equal 0 then
               move 1 to transcriptMask
           end-if
           exit.

      * one line off the fallback answers file into the variable,
      * echoed to the screen and flagged in the transcript
       takeFallback.
           if fbFile equal NULL and fbOpenTried equal 0 then
               move 1 to fbOpenTried
               move 255 to fbpLen
               perform with test before until fbpLen less than 1
                 or fallbackFileName(fbpLen:1) not equal space
                   subtract 1 from fbpLen
               end-perform
               move spaces to fbPath
               move fallbackFileName(1:fbpLen) to fbPath(1:fbpLen)
               move low-value to fbPath(fbpLen + 1:1)
               call "fopen" using by reference fbPath,
                             by reference fopenModeRead
                             returning fbFile
               if fbFile equal NULL then
                   call "printf" using
                     "cannot open fallback answers file" & x"0a"
               end-if
           end-if
           if fbFile equal NULL then
               exit paragraph
           end-if

           call "fgets" using by reference fbBuf, by value 300,
               by value fbFile
               returning gotPtr
           if gotPtr equal NULL then
               if fbWarned equal 0 then
                   move 1 to fbWarned
                   call "printf" using
                     "fallback answers exhausted - waiting on the"
                     & " operator again" & x"0a"
               end-if
               exit paragraph
           end-if

           move 0 to fbLen
           perform varying k from 1 by 1 until k greater than 300
               if fbBuf(k:1) equal x"0a" or fbBuf(k:1) equal x"0d"
                 or fbBuf(k:1) equal low-value then
                   exit perform
               end-if
               move k to fbLen
           end-perform
           if fbLen greater than maxLen then
               move maxLen to fbLen
           end-if

      * the transcript says in so many words that this answer was
      * defaulted, then carries the answer as consumed
           move 0 to transcriptMask
           perform varying k from 1 by 1 until k greater than 32
               compute chCode equal function ord (noteText(k:1)) - 1
               call "logTranscript" using by value chCode
           end-perform
           call "logTranscript" using by value 10
           perform maskAnswer

           move vts-sval(varNum) to sval
           set sval up by 1
           perform varying k from 1 by 1 until k greater than fbLen
               compute chCode equal function ord (fbBuf(k:1)) - 1
               set address of svalCast to sval
               move chCode to svalCasted
               set sval up by 1
               call "printChar" using by value chCode
           end-perform
           call "printChar" using by value 10

           move fbLen to len
           move 1 to defaulted
           exit.

       end program doInput.

      ******************************************************************
      **
      ** recordAnswer: append one consumed INPUT answer - a counted
      ** string - to the replay file, one answer per line, the same
      ** format the batch answers reader consumes
      **

       identification division.

       program-id. recordAnswer.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 i usage binary-long signed.
       01 slen usage binary-long signed.
       01 sp2 usage pointer.
       01 byteVal usage binary-long signed.

       linkage section.

       01 answer usage pointer.

       procedure division using by value answer.

       if recordFile equal NULL then
           move 255 to pLen
           perform with test before until pLen less than 1
             or recordFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move recordFileName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning recordFile
           if recordFile equal NULL then
               move spaces to recordFileName
               goback
           end-if
       end-if

       move answer to sp2
       set address of byteCast to sp2
       move byteCasted to slen

       perform varying i from 1 by 1 until i greater than slen
           set sp2 up by 1
           set address of byteCast to sp2
           move byteCasted to byteVal
           call "fputc" using by value byteVal, by value recordFile
       end-perform
       call "fputc" using by value 10, by value recordFile

       goback.

       end program recordAnswer.

      ******************************************************************
      **
      ** loadControllerScript: read the controller script into the
      ** event and key tables, every line checked at startup - a bad
      ** line is a configuration error. With no script named, a batch
      ** run replays "<answers file>.ctl" if a recording left one
      ** there; without KEY lines the attended screen gets the
      ** standard key map
      **

       identification division.

       program-id. loadControllerScript.

       environment division.


       copy "constants.cpy".

       01 scriptFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 lineNo usage binary-long signed.
       01 quietMiss usage binary-long signed.
       01 i usage binary-long signed.
       01 w1 pic x(40).
       01 w2 pic x(40).
       01 w3 pic x(40).
       01 w4 pic x(40).
       01 w5 pic x(40).
       01 wLen usage binary-long signed.
       01 whenVal usage binary-long signed.
       01 keyChar usage binary-long signed.
       01 ctlIdx usage binary-long signed.
       01 ctlVal usage binary-long signed.
       01 ctlOnce usage binary-long signed.
       01 portNum usage binary-long signed.
       01 lineBad usage binary-long signed.

      * the standard attended key map: W A S D and Q E Z C steer
      * STICK0, space fires STRIG0, 4 3 2 are START SELECT OPTION
       01 defaultKeyStr.
           05 filler pic x(10) value "W01014".
           05 filler pic x(10) value "A01011".
           05 filler pic x(10) value "S01013".
           05 filler pic x(10) value "D01007".
           05 filler pic x(10) value "Q01010".
           05 filler pic x(10) value "E01006".
           05 filler pic x(10) value "Z01009".
           05 filler pic x(10) value "C01005".
           05 filler pic x(10) value " 13000".
           05 filler pic x(10) value "425000".
           05 filler pic x(10) value "326000".
           05 filler pic x(10) value "227000".
       01 defaultKeyTable redefines defaultKeyStr.
           05 defaultKeyRow occurs 12 times.
               10 dk-char pic x.
               10 dk-ctl pic 99.
               10 dk-value pic 999.
               10 filler pic x(4).

       procedure division.

       move 0 to controllerScriptBad
       move 0 to ctlEventCount
       move 0 to ctlKeyCount
       move 0 to quietMiss

       move spaces to pathBuf
       evaluate true
         when controllerScriptName not equal spaces
           move 255 to pLen
           perform with test before until pLen less than 1
             or controllerScriptName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move controllerScriptName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
         when batchMode not equal 0
           and answersFileName not equal spaces
           move 1 to quietMiss
           move 251 to pLen
           perform with test before until pLen less than 1
             or answersFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move answersFileName(1:pLen) to pathBuf(1:pLen)
           move ".ctl" to pathBuf(pLen + 1:4)
           move low-value to pathBuf(pLen + 5:1)
       end-evaluate

       if pathBuf not equal spaces then
           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning scriptFile
           if scriptFile equal NULL then
               if quietMiss equal 0 then
                   call "printf" using
                       "CONTROLLER: cannot read script %s" & x"0a",
                       by reference pathBuf
                   move 1 to controllerScriptBad
               end-if
           else
               perform readScript
           end-if
       end-if

       if ctlKeyCount equal 0 then
           perform varying i from 1 by 1 until i greater than 12
               add 1 to ctlKeyCount
               move function ord (dk-char(i)) to keyChar
               subtract 1 from keyChar
               move keyChar to ck-char(ctlKeyCount)
               move dk-ctl(i) to ck-ctl(ctlKeyCount)
               move dk-value(i) to ck-value(ctlKeyCount)
           end-perform
       end-if

       call "controllerReset"

       goback.

      ******************************************************
       readScript.
           move 0 to lineNo
           perform forever
               call "fgets" using by reference lineBuf, by value 300,
                   by value scriptFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               add 1 to lineNo
               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a"
                     or lineBuf(i:1) equal x"0d"
                     or lineBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 300 then
                   move spaces to lineBuf(lineLen + 1:300 - lineLen)
               end-if
               if lineLen equal 0 or lineBuf(1:1) equal "*"
                 or lineBuf(1:lineLen) equal spaces then
                   exit perform cycle
               end-if
               perform takeLine
               if lineBad not equal 0 then
                   call "printf" using
                       "CONTROLLER: script line %d wants AT n, LINE n"
                       & " or KEY k, then a control and its value"
                       & x"0a", by value lineNo
                   move 1 to controllerScriptBad
               end-if
           end-perform
           call "fclose" using by value scriptFile
           exit.

      * TRIGGER WHEN CONTROL VALUE
       takeLine.
           move 0 to lineBad
           move spaces to w1
           move spaces to w2
           move spaces to w3
           move spaces to w4
           move spaces to w5
           unstring function trim (lineBuf) delimited by all space
               into w1 w2 w3 w4 w5
           end-unstring
           move function upper-case (w1) to w1
           move function upper-case (w3) to w3
           move function upper-case (w4) to w4
           if w4 equal spaces or w5 not equal spaces then
               move 1 to lineBad
               exit paragraph
           end-if

           perform takeControl
           if ctlIdx equal 0 then
               move 1 to lineBad
               exit paragraph
           end-if
           perform takeValue
           if lineBad not equal 0 then
               exit paragraph
           end-if

           evaluate w1
             when "AT"
             when "LINE"
               move 40 to wLen
               perform with test before until wLen less than 1
                 or w2(wLen:1) not equal space
                   subtract 1 from wLen
               end-perform
               if wLen greater than 9 or w2(1:wLen) is not numeric
                 or ctlEventCount not less than 1024 then
                   move 1 to lineBad
                   exit paragraph
               end-if
               move function numval (w2(1:wLen)) to whenVal
               add 1 to ctlEventCount
               if w1 equal "AT" then
                   move 1 to ce-kind(ctlEventCount)
               else
                   move 2 to ce-kind(ctlEventCount)
               end-if
               move whenVal to ce-when(ctlEventCount)
               move ctlIdx to ce-ctl(ctlEventCount)
               move ctlVal to ce-value(ctlEventCount)
               move ctlOnce to ce-once(ctlEventCount)
             when "KEY"
               move function upper-case (w2) to w2
               evaluate true
                 when w2 equal "SPACE"
                   move 32 to keyChar
                 when w2 equal "ENTER"
                   move 10 to keyChar
                 when w2 equal "TAB"
                   move 9 to keyChar
                 when w2(2:) equal spaces
                   move function ord (w2(1:1)) to keyChar
                   subtract 1 from keyChar
                 when other
                   move 1 to lineBad
                   exit paragraph
               end-evaluate
               if ctlKeyCount not less than 64 then
                   move 1 to lineBad
                   exit paragraph
               end-if
               add 1 to ctlKeyCount
               move keyChar to ck-char(ctlKeyCount)
               move ctlIdx to ck-ctl(ctlKeyCount)
               move ctlVal to ck-value(ctlKeyCount)
             when other
               move 1 to lineBad
           end-evaluate
           exit.

      * STICK0-3, PADDLE0-7, STRIG0-3, PTRIG0-7, START, SELECT,
      * OPTION to their row
       takeControl.
           move 0 to ctlIdx
           move -1 to portNum
           evaluate true
             when w3 equal "START"
               move 25 to ctlIdx
             when w3 equal "SELECT"
               move 26 to ctlIdx
             when w3 equal "OPTION"
               move 27 to ctlIdx
             when w3(1:5) equal "STICK" and w3(7:) equal spaces
               and w3(6:1) is numeric
               move function numval (w3(6:1)) to portNum
               if portNum less than 4 then
                   compute ctlIdx equal portNum + 1
               end-if
             when w3(1:6) equal "PADDLE" and w3(8:) equal spaces
               and w3(7:1) is numeric
               move function numval (w3(7:1)) to portNum
               if portNum less than 8 then
                   compute ctlIdx equal portNum + 5
               end-if
             when w3(1:5) equal "STRIG" and w3(7:) equal spaces
               and w3(6:1) is numeric
               move function numval (w3(6:1)) to portNum
               if portNum less than 4 then
                   compute ctlIdx equal portNum + 13
               end-if
             when w3(1:5) equal "PTRIG" and w3(7:) equal spaces
               and w3(6:1) is numeric
               move function numval (w3(6:1)) to portNum
               if portNum less than 8 then
                   compute ctlIdx equal portNum + 17
               end-if
           end-evaluate
           exit.

      * the value in the control's own terms
       takeValue.
           move 0 to ctlOnce
           move -1 to ctlVal
           evaluate true
             when ctlIdx less than 5
               evaluate w4
                 when "UP"        move 14 to ctlVal
                 when "DOWN"      move 13 to ctlVal
                 when "LEFT"      move 11 to ctlVal
                 when "RIGHT"     move 7 to ctlVal
                 when "UPLEFT"    move 10 to ctlVal
                 when "UPRIGHT"   move 6 to ctlVal
                 when "DOWNLEFT"  move 9 to ctlVal
                 when "DOWNRIGHT" move 5 to ctlVal
                 when "CENTRE"    move 15 to ctlVal
                 when "CENTER"    move 15 to ctlVal
                 when other
                   perform takeNumber
                   if ctlVal greater than 15 then
                       move -1 to ctlVal
                   end-if
               end-evaluate
             when ctlIdx less than 13
               perform takeNumber
               if ctlVal greater than 228 then
                   move -1 to ctlVal
               end-if
             when other
               evaluate w4
                 when "DOWN"
                   move 0 to ctlVal
                 when "UP"
                   move 1 to ctlVal
                 when "PRESS"
                   move 0 to ctlVal
                   move 1 to ctlOnce
                 when "0"
                 when "1"
                   if ctlIdx less than 25 then
                       move function numval (w4(1:1)) to ctlVal
                   end-if
               end-evaluate
           end-evaluate
           if ctlVal less than 0 then
               move 1 to lineBad
           end-if
           exit.

       takeNumber.
           move 40 to wLen
           perform with test before until wLen less than 1
             or w4(wLen:1) not equal space
               subtract 1 from wLen
           end-perform
           if wLen greater than 0 and wLen less than 4 then
               if w4(1:wLen) is numeric then
                   move function numval (w4(1:wLen)) to ctlVal
               end-if
           end-if
           exit.

       end program loadControllerScript.

      ******************************************************************
      **
      ** controllerReset: every controller idle and the timeline back
      ** at its first event - at startup and at the top of each pass
      **

       identification division.

       program-id. controllerReset.

       environment division.


       working-storage section.

       01 i usage binary-long signed.

       procedure division.

       perform varying i from 1 by 1 until i greater than 27
           evaluate true
             when i less than 5
               move 15 to ctl-value(i)
             when i less than 13
               move 228 to ctl-value(i)
             when other
               move 1 to ctl-value(i)
           end-evaluate
           move ctl-value(i) to ctl-held(i)
           move ctl-value(i) to ctl-recorded(i)
           move 0 to ctl-once(i)
       end-perform
       move 1 to ctlEventNext
       move 0 to controllerStatements

       goback.

       end program controllerReset.

      ******************************************************************
      **
      ** controllerTick: the statement hook's side of the timeline -
      ** apply every event whose trigger has now been met, in the
      ** order written; the first one still waiting holds back those
      ** behind it
      **

       identification division.

       program-id. controllerTick.

       environment division.

       data division.

       working-storage section.

       01 e usage binary-long signed.
       01 c usage binary-long signed.

       procedure division.

       perform until ctlEventNext greater than ctlEventCount
           move ctlEventNext to e
           if ce-kind(e) equal 1 then
               if controllerStatements less than ce-when(e) then
                   exit perform
               end-if
           else
               if currentLineNumber not equal ce-when(e) then
                   exit perform
               end-if
           end-if
           move ce-ctl(e) to c
           if ce-once(e) not equal 0 then
               if ctl-once(c) equal 0 then
                   move ctl-value(c) to ctl-held(c)
               end-if
               move 1 to ctl-once(c)
           else
               move ce-value(e) to ctl-held(c)
               move 0 to ctl-once(c)
           end-if
           move ce-value(e) to ctl-value(c)
           add 1 to ctlEventNext
       end-perform

       goback.

       end program controllerTick.

      ******************************************************************
      **
      ** readController: one read of one controller row. An attended
      ** screen first takes any key waiting - a mapped key moves its
      ** control (a paddle stays where it is put, everything else for
      ** this one read), any other key is left for PEEK(764). A value
      ** meant for one read then falls back, and in record mode a
      ** read that changed the control goes to the ".ctl" script
      **

       identification division.

       program-id. readController.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 char usage binary-long signed.
       01 keyChar usage binary-long signed.
       01 k usage binary-long signed.
       01 c usage binary-long signed.
       01 hit usage binary-long signed.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).

       01 controlNameStr.
           05 filler pic x(7) value "STICK0".
           05 filler pic x(7) value "STICK1".
           05 filler pic x(7) value "STICK2".
           05 filler pic x(7) value "STICK3".
           05 filler pic x(7) value "PADDLE0".
           05 filler pic x(7) value "PADDLE1".
           05 filler pic x(7) value "PADDLE2".
           05 filler pic x(7) value "PADDLE3".
           05 filler pic x(7) value "PADDLE4".
           05 filler pic x(7) value "PADDLE5".
           05 filler pic x(7) value "PADDLE6".
           05 filler pic x(7) value "PADDLE7".
           05 filler pic x(7) value "STRIG0".
           05 filler pic x(7) value "STRIG1".
           05 filler pic x(7) value "STRIG2".
           05 filler pic x(7) value "STRIG3".
           05 filler pic x(7) value "PTRIG0".
           05 filler pic x(7) value "PTRIG1".
           05 filler pic x(7) value "PTRIG2".
           05 filler pic x(7) value "PTRIG3".
           05 filler pic x(7) value "PTRIG4".
           05 filler pic x(7) value "PTRIG5".
           05 filler pic x(7) value "PTRIG6".
           05 filler pic x(7) value "PTRIG7".
           05 filler pic x(7) value "START".
           05 filler pic x(7) value "SELECT".
           05 filler pic x(7) value "OPTION".
       01 controlNameTable redefines controlNameStr.
           05 controlName occurs 27 times pic x(7).
       01 nameLen usage binary-long signed.
       01 buttonWord pic x(4).
       01 buttonLen usage binary-long signed.

       linkage section.

       01 ctlIdx usage binary-long signed.
       01 ctlResult usage binary-long signed.

       procedure division using by value ctlIdx,
                                by reference ctlResult.

       if gInit not equal 0 and headlessMode equal 0
         and batchMode equal 0 then
           perform takeKey
       end-if

       move ctl-value(ctlIdx) to ctlResult
       if ctl-once(ctlIdx) not equal 0 then
           move ctl-held(ctlIdx) to ctl-value(ctlIdx)
           move 0 to ctl-once(ctlIdx)
       end-if

       if recordFileName not equal spaces
         and ctlResult not equal ctl-recorded(ctlIdx) then
           move ctlResult to ctl-recorded(ctlIdx)
           perform recordRead
       end-if

       goback.

      ******************************************************
       takeKey.
           call "nodelay" using by value stdscr, by value 1
           call "noecho"
           call "getch" returning char
           if char equal -1 then
               exit paragraph
           end-if
      * keys match whatever the case and RETURN whichever line
      * end the terminal sends; a key that is nobody's goes to the
      * program exactly as typed
           move char to keyChar
           if keyChar greater than 96 and keyChar less than 123 then
               subtract 32 from keyChar
           end-if
           if keyChar equal 13 then
               move 10 to keyChar
           end-if
           move 0 to hit
           perform varying k from 1 by 1 until k greater than
             ctlKeyCount
               if ck-char(k) equal keyChar then
                   move 1 to hit
                   move ck-ctl(k) to c
                   if c greater than 4 and c less than 13 then
                       move ck-value(k) to ctl-held(c)
                       move 0 to ctl-once(c)
                   else
                       if ctl-once(c) equal 0 then
                           move ctl-value(c) to ctl-held(c)
                       end-if
                       move 1 to ctl-once(c)
                   end-if
                   move ck-value(k) to ctl-value(c)
               end-if
           end-perform
           if hit equal 0 then
               move char to lastKBChar
               if lastKBChar equal 27 then
                   move 28 to lastKBChar
               end-if
           end-if
           exit.

      * AT the pass's statement count, the control and what it read
       recordRead.
           if controllerRecordFile equal NULL then
               move 251 to pLen
               perform with test before until pLen less than 1
                 or recordFileName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move spaces to pathBuf
               move recordFileName(1:pLen) to pathBuf(1:pLen)
               move ".ctl" to pathBuf(pLen + 1:4)
               move low-value to pathBuf(pLen + 5:1)
               call "fopen" using by reference pathBuf,
                             by reference fopenModeWrite
                             returning controllerRecordFile
               if controllerRecordFile equal NULL then
                   exit paragraph
               end-if
               accept dateBuf from date yyyymmdd
               accept timeBuf from time
               call "fprintf" using by value controllerRecordFile,
                   by reference
                   "* controller reads recorded %.8s-%.6s" & x"0a00",
                   by reference dateBuf, by reference timeBuf
           end-if
           move 7 to nameLen
           perform with test before until nameLen less than 1
             or controlName(ctlIdx)(nameLen:1) not equal space
               subtract 1 from nameLen
           end-perform
           if ctlIdx greater than 24 then
               if ctlResult equal 0 then
                   move "DOWN" to buttonWord
                   move 4 to buttonLen
               else
                   move "UP" to buttonWord
                   move 2 to buttonLen
               end-if
               call "fprintf" using by value controllerRecordFile,
                   by reference "AT %u %.*s %.*s" & x"0a00",
                   by value controllerStatements,
                   by value nameLen, by reference controlName(ctlIdx),
                   by value buttonLen, by reference buttonWord
           else
               call "fprintf" using by value controllerRecordFile,
                   by reference "AT %u %.*s %d" & x"0a00",
                   by value controllerStatements,
                   by value nameLen, by reference controlName(ctlIdx),
                   by value ctlResult
           end-if
           call "fflush" using by value controllerRecordFile
           exit.

       end program readController.

      ******************************************************************
      **
      ** compareTranscripts: read this session's transcript back and
      ** hold it against the golden copy, reporting the first
      ** divergence by line and character position. Sets verifyFailed
      ** for doEnd to turn into the verify exit code.
      **

       identification division.

       program-id. compareTranscripts.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 goldenFile usage pointer.
       01 sessionFile usage pointer.
       01 gc usage binary-long signed.
       01 tc usage binary-long signed.
       01 lineNo usage binary-long signed.
       01 colNo usage binary-long signed.
       01 frozen usage binary-long signed value 0.
       01 hell usage binary-long signed value 1.

       procedure division.

      * the transcript has to hit the disk before it can be reread
       if transcriptFile not equal NULL then
           call "fclose" using by value transcriptFile
           move NULL to transcriptFile
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or goldenFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move goldenFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning goldenFile
       if goldenFile equal NULL then
           call "printf" using
               "VERIFY FAILED: no golden transcript at %s" & x"0a",
               by reference pathBuf
           move 1 to verifyFailed
           goback
       end-if

       call "fopen" using by reference transcriptPath,
                     by reference fopenModeRead
                     returning sessionFile
       if sessionFile equal NULL then
           call "printf" using
               "VERIFY FAILED: cannot reread session transcript"
               & x"0a"
           call "fclose" using by value goldenFile
           move 1 to verifyFailed
           goback
       end-if

       move 1 to lineNo
       move 1 to colNo

       perform until hell equal frozen

           call "fgetc" using by value goldenFile returning gc
           call "fgetc" using by value sessionFile returning tc

           if gc not equal tc then
               call "printf" using
                 "VERIFY FAILED: transcripts differ at line %d" &
                 " char %d (golden %02x, session %02x)" & x"0a",
                 by value lineNo, by value colNo,
                 by value gc, by value tc
               move 1 to verifyFailed
               exit perform
           end-if

           if gc equal -1 then
               exit perform
           end-if

           if gc equal 10 then
               add 1 to lineNo
               move 1 to colNo
           else
               add 1 to colNo
           end-if

       end-perform

       call "fclose" using by value goldenFile
       call "fclose" using by value sessionFile

       if verifyFailed equal 0 then
           call "printf" using
               "VERIFY: session transcript matches golden" & x"0a"
       end-if

       goback.

       end program compareTranscripts.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Variable access
      **

      ******************************************************************
      **
      ** getVarValue
      **

       identification division.

       program-id. getVarValue.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 i usage is binary-long signed.

       linkage section.

       01 varNum usage is binary-long signed.
       01 res usage is computational-2.

       procedure division using by value varNum, by reference res.

       if varNum less than zero or greater than or equal to nv then
         call "fatalN" using "varNum out of range", by value varNum
       end-if

      * varNum is 1-based
       add 1 to varNum

       if vts-type(varNum) not equal to vtTypeScalar then
         call "fatal" using "getVarValue expected a scalar variable"
       end-if

       move vts-val(varNum) to res
       if dic-sensitive(varNum) not equal 0 then
           move varNum to sensitiveRead
           move res to sensitiveReadVal
       end-if

       goback.

       end program getVarValue.

      ******************************************************************
      **
      ** getVarValue1: read one element of a DIM'd numeric array
      **

       identification division.

       program-id. getVarValue1.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 isub usage is binary-long signed.
       01 offset usage is binary-long signed.
       01 p usage is pointer.

       linkage section.

       01 varNum usage is binary-long signed.
       01 sub usage is computational-2.
       01 res usage is computational-2.

       procedure division using by value varNum, by reference sub,
                                by reference res.

       if varNum less than zero or greater than or equal to nv then
         call "fatalN" using "varNum out of range", by value varNum
       end-if

      * varNum is 1-based
       add 1 to varNum

       if vts-type(varNum) not equal to vtTypeArray then
         call "fatal" using "getVarValue1 expected a numeric array"
       end-if

       if vts-aval(varNum) equal NULL then
         call "fatal" using "unallocated array"
       end-if

       move sub to isub

       if isub less than 0 or isub greater than vts-dim(varNum) then
           call "fireTrap"
           call "fatalN" using "array subscript out of range",
                               by value isub
       end-if

       move vts-aval(varNum) to p
       compute offset equal isub * length of doubleCast
       set p up by offset

       set address of doubleCast to p
       move doubleCasted to res
       if dic-sensitive(varNum) not equal 0 then
           move varNum to sensitiveRead
           move res to sensitiveReadVal
       end-if

       goback.

       end program getVarValue1.

      ******************************************************************
      **
      ** getSVarValue
      **

       identification division.

       program-id. getSVarValue.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 i usage is binary-long signed.

       linkage section.

       01 varNum usage is binary-long signed.
       01 res usage is pointer.

       procedure division using by value varNum, by reference res.

       if varNum less than zero or greater than or equal to nv then
         call "fatalN" using "varNum out of range", by value varNum
       end-if

      * varNum is 1-based
       add 1 to varNum

       if vts-type(varNum) not equal to vtTypeString then
         call "fatal" using "getSVarValue expected a string variable"
       end-if

       move vts-sval(varNum) to res

       goback.

       end program getSVarValue.

      ******************************************************************
      **
      ** getSVarValue1
      **

       identification division.

       program-id. getSVarValue1.

       environment division.


       working-storage section.

       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 i usage is binary-long signed.

       linkage section.

       01 varNum usage is binary-long signed.
       01 sub usage is computational-2.
       01 res usage is pointer.

       procedure division using by value varNum, by reference sub,
                                by reference res.

       call "fatal" using "getSVarValue1 failed".

       end program getSVarValue1.

      ******************************************************************
      **
      ** getSVarValue2
      **

       identification division.

       program-id. getSVarValue2.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 isub1 usage is binary-long signed.
       01 isub2 usage is binary-long signed.
       01 len usage is binary-long signed.
       01 slen usage is binary-long signed.
       01 i usage is binary-long signed.
       01 j usage is binary-long signed.
       01 sval usage is pointer.

       linkage section.

       01 varNum usage is binary-long signed.
       01 sub1 usage is computational-2.
       01 sub2 usage is computational-2.
       01 res usage is pointer.

       procedure division using by value varNum, by reference sub1,
                                by reference sub2, by reference res.

           if varNum less than zero or greater than or equal to nv then
               call "fatalN" using "varNum out of range",
                                    by value varNum
           end-if

      * varNum is 1-based
           add 1 to varNum
 
           if vts-type(varNum) not equal to vtTypeString then
               call "fatal" using
                 "getSVarValue2 expected a string variable"
           end-if

           if vts-sval(varNum) equal to NULL then
               call "fatal" using "unallocated string"
           end-if

           move sub1 to isub1
           move sub2 to isub2

           move vts-sval(varNum) to sval
           set address of svalCast to sval
           move svalCasted to len

           if isub1 less than 1 or isub1 greater than len then
               call "fireTrap"
               call "fatalN" using "string subscript 1 out of range",
                                   by value isub1
           end-if

           if isub2 less than 1 or isub2 greater than len then
               call "fireTrap"
               call "fatalN" using "string subscript 2 out of range",
                                   by value isub2
           end-if

           if isub1 greater than isub2 then
               call "fireTrap"
               call "fatal" using "string subscript 2 > subscript1"
           end-if

           compute slen equal isub2 - isub1 + 1

           if slen > 256 then
             call "fireTrap"
             call "fatalN" using "improbable... substring too long",
                                   by value slen
           end-if

           move vts-sval(varNum) to sval
           set sval up by isub1
           move slen to substrBufferChar(1)

           perform varying i from 1 by 1 until i greater than slen
               set address of svalCast to sval
               compute j equal i + 1
               move svalCasted to substrBufferChar(j)
               set sval up by 1
           end-perform

           set res to address of substrBuffer
           move varNum to substrSource

           goback.

       end program getSVarValue2.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      ***
      *** Math
      ***

      ******************************************************************
      **
      ** evalOp
      **

       identification division.

       program-id. evalOp.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 l usage binary-long signed.

       linkage section.

       01 exp1 usage is computational-2.
       01 op usage is binary-long signed.
       01 exp2 usage is computational-2.
       01 res usage is computational-2.

       procedure division using by reference exp1, by value op,
                                by reference exp2, by reference res.

       if op equal opPlus then
         compute res equal exp1 + exp2
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if op equal opMinus1 then
         compute res equal exp1 - exp2
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if op equal opNE then
          if exp1 not equal exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opEQ1 then
          if exp1 equal exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opMinus2 then
         compute res equal 0 - exp2
         goback
       end-if

       if op equal opTimes then
         compute res equal exp1 * exp2
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if op equal opDiv then
         if exp2 equal 0 then
           call "fireTrap"
           call "fatal" using "div by 0"
         end-if
         compute res equal exp1 / exp2
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if op equal opOr then
          if exp1 not equal 0 or exp2 not equal 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opAnd then
          if exp1 not equal 0 and exp2 not equal 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opLE then
          if exp1 less than or equal to exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opGE then
          if exp1 greater than or equal to exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opLT then
          if exp1 less than exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opGT then
          if exp1 greater than exp2 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opPow then
         if exp1 less than 0 then
      * a negative base needs an integral exponent
           move exp2 to l
           if l not equal exp2 then
             call "fireTrap"
             call "fatal" using "negative base to ^"
           end-if
         end-if
         compute res equal exp1 ** exp2
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

      * NOT and unary + arrive with only exp2 meaningful, like the
      * unary minus above
       if op equal opNot then
          if exp2 equal 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opPlus2 then
         move exp2 to res
         goback
       end-if

       call "fatalN" using "evalOp failed", by value op.

       end program evalOp.

      ******************************************************************
      **
      ** updateLastKBChar
      **

       identification division.

       program-id. updateLastKBChar.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 char usage is binary-long signed.

       procedure division.

      * no terminal to read a key from in headless mode - report
      * "no key pressed" (255, the same sentinel PEEK already checks
      * for) instead of calling into uninitialized curses
       if headlessMode not equal zero then
           move 255 to lastKBChar
           goback
       end-if

       call "halfdelay" using by value 1
       call "noecho"

       call "getch" returning char

       if char not equal -1 then
           move char to lastKBChar 
      *    // For some reason, ATASCII escape is 28
           if lastKBChar equal 27 then
             move 28 to lastKBChar
           end-if
       end-if

       goback.

       end program updateLastKBChar.

      ******************************************************************
      **
      ** randu
      **

       identification division.

       program-id. randu.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 IMAX usage binary-long signed value 2147483647.
       01 fimax usage computational-1.
       01 XMAX_INV usage computational-1.

       linkage section.

       01 iseed usage binary-long signed.
       01 res usage computational-2.

       procedure division using by reference iseed, by reference res.

       move IMAX to fimax
       compute XMAX_INV equal 1.0 / fimax
       compute iseed equal iseed * 65539
       if iseed less than zero then
           compute iseed equal iseed + IMAX + 1
       end-if

       compute res equal iseed * XMAX_INV

       goback.

       end program randu.

      ******************************************************************
      **
      ** evalFunc
      **

       identification division.

       program-id. evalFunc.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 i usage is binary-long signed.

       01 nowTime pic 9(8).
       01 nowHundredths usage binary-long unsigned.
       01 elapsedHundredths usage binary-long unsigned.
       01 jiffies usage binary-long unsigned.
       01 trigArg usage computational-2.
       01 ctlPort usage binary-long signed.
       01 ctlRead usage binary-long signed.
       01 ctlRow usage binary-long signed.
       01 consoleBits usage binary-long signed.

       linkage section.

       01 func usage is binary-long signed.
       01 arg usage is computational-2.
       01 res usage is computational-2.

       procedure division using by value func, by reference arg,
                                by reference res.

       if func equal opPeek then

           move arg to addr
      * console switches: a bit each for START, SELECT and OPTION,
      * clear while the key is down
           if addr equal H"d01f" then
               call "readController" using by value 25,
                   by reference ctlRead
               move ctlRead to consoleBits
               call "readController" using by value 26,
                   by reference ctlRead
               compute consoleBits equal consoleBits + ctlRead * 2
               call "readController" using by value 27,
                   by reference ctlRead
               compute consoleBits equal consoleBits + ctlRead * 4
               move consoleBits to res
               goback
           end-if

           if addr equal 764 then *> keypress
              call "updateLastKBChar"
              move lastKBChar to res
              goback
           end-if

           if addr equal 18 or equal 19 or equal 20 then
      *> RTCLOK: 3-byte jiffy counter (60ths of a second) since
      *> startup, most-significant byte first, wrapping like real
      *> hardware every 65536 jiffies - does not track a midnight
      *> rollover of the system clock across a run
               accept nowTime from time
               compute nowHundredths equal
                   function numval (nowTime(1:2)) * 360000 +
                   function numval (nowTime(3:2)) * 6000 +
                   function numval (nowTime(5:2)) * 100 +
                   function numval (nowTime(7:2))

               if nowHundredths less than jiffyBaseHundredths then
                   compute elapsedHundredths equal
                       nowHundredths + 8640000 - jiffyBaseHundredths
               else
                   compute elapsedHundredths equal
                       nowHundredths - jiffyBaseHundredths
               end-if

               compute jiffies equal elapsedHundredths * 6 / 10

               if addr equal 18 then
                   compute res equal function mod
                       (function integer (jiffies / 65536), 256)
               end-if
               if addr equal 19 then
                   compute res equal function mod
                       (function integer (jiffies / 256), 256)
               end-if
               if addr equal 20 then
                   compute res equal function mod (jiffies, 256)
               end-if
               goback
           end-if

           call "fatalN" using "peek failed", by value addr

       end-if

       if func equal opInt then
      * INT is a floor, not a truncation: INT(-0.5) is -1
         compute res equal function integer-part (arg)
         if res greater than arg then
           subtract 1 from res
         end-if
         goback
       end-if

       if func equal opAbs then
         compute res equal function abs (arg)
         goback
       end-if

       if func equal opSgn then
         if arg greater than 0 then
           move 1 to res
         else
           if arg less than 0 then
             move -1 to res
           else
             move 0 to res
           end-if
         end-if
         goback
       end-if

       if func equal opSqr then
         if arg less than 0 then
           call "fireTrap"
           call "fatal" using "SQR of a negative number"
         end-if
         compute res equal function sqrt (arg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if func equal opExp then
         compute res equal function exp (arg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if func equal opLog then
         if arg less than or equal to 0 then
           call "fireTrap"
           call "fatal" using "LOG of a non-positive number"
         end-if
         compute res equal function log (arg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if func equal opClog then
         if arg less than or equal to 0 then
           call "fireTrap"
           call "fatal" using "CLOG of a non-positive number"
         end-if
         compute res equal function log10 (arg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

      * trig honors the DEG/RAD statement setting
       if func equal opSin then
         move arg to trigArg
         if degFlag not equal 0 then
           compute trigArg equal trigArg * 3.14159265358979 / 180
         end-if
         compute res equal function sin (trigArg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if func equal opCos then
         move arg to trigArg
         if degFlag not equal 0 then
           compute trigArg equal trigArg * 3.14159265358979 / 180
         end-if
         compute res equal function cos (trigArg)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       if func equal opAtn then
         compute res equal function atan (arg)
         if degFlag not equal 0 then
           compute res equal res * 180 / 3.14159265358979
         end-if
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

      * FRE always reported the same free-memory answer on a cart
      * machine; the controllers read idle
       if func equal opFre then
         move 32274 to res
         goback
       end-if

      * the controllers read through the script and key map; a port
      * number out of range reads idle
       if func equal opPaddle then
         move 228 to res
         move arg to ctlPort
         if arg not less than 0 and ctlPort less than 8 then
           compute ctlRow equal ctlPort + 5
           call "readController" using by value ctlRow,
               by reference ctlRead
           move ctlRead to res
         end-if
         goback
       end-if

       if func equal opStick then
         move 15 to res
         move arg to ctlPort
         if arg not less than 0 and ctlPort less than 4 then
           compute ctlRow equal ctlPort + 1
           call "readController" using by value ctlRow,
               by reference ctlRead
           move ctlRead to res
         end-if
         goback
       end-if

       if func equal opStrig then
         move 1 to res
         move arg to ctlPort
         if arg not less than 0 and ctlPort less than 4 then
           compute ctlRow equal ctlPort + 13
           call "readController" using by value ctlRow,
               by reference ctlRead
           move ctlRead to res
         end-if
         goback
       end-if

       if func equal opPtrig then
         move 1 to res
         move arg to ctlPort
         if arg not less than 0 and ctlPort less than 8 then
           compute ctlRow equal ctlPort + 17
           call "readController" using by value ctlRow,
               by reference ctlRead
           move ctlRead to res
         end-if
         goback
       end-if

       if func equal opUsr then
         call "fireTrap"
         call "fatal" using "USR is not supported"
       end-if

       if func equal opRnd
         *> XXX
         *> I can't get randu to work; the computes are done in decimal
         *> arithmeic, which seems to be an epic fail.
         *> call "randu" using by reference iseed, by reference res
         *> the first draw of a pass primes the C generator from
         *> iseed, so OMGWTF2_SEED (or the time-derived default, or
         *> the per-pass reseed in Monte Carlo mode) actually steers
         *> the decision
         if randomSeeded equal zero then
             compute res equal function random (iseed)
             move 1 to randomSeeded
         else
             compute res equal function random ()
         end-if
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

       call "fatalN" using "evalFunc failed", by value func.

       end program evalFunc.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** String manipulation
      **

      ******************************************************************
      **
      ** evalSOP
      **

       identification division.

       program-id. evalSOp.

      * string relationals: ATASCII byte-by-byte compare over the
      * common length, shorter string collating first on a tie
      *

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 l1 usage binary-long signed.
       01 l2 usage binary-long signed.
       01 b1 usage binary-long signed.
       01 b2 usage binary-long signed.
       01 i usage binary-long signed.
       01 cmp usage binary-long signed.
       01 p1 usage pointer.
       01 p2 usage pointer.

       linkage section.

       01 exp1 usage is pointer.
       01 op usage is binary-long signed.
       01 exp2 usage is pointer.
       01 res usage is computational-2.

       procedure division using by value exp1, by value op,
                                by value exp2, by reference res.

       move exp1 to p1
       set address of byteCast to p1
       move byteCasted to l1
       move exp2 to p2
       set address of byteCast to p2
       move byteCasted to l2

       move 0 to cmp
       move 1 to i
       perform until cmp not equal 0
         or i greater than l1 or i greater than l2
           set p1 up by 1
           set p2 up by 1
           set address of byteCast to p1
           move byteCasted to b1
           set address of byteCast to p2
           move byteCasted to b2
           if b1 less than b2 then
               move -1 to cmp
           end-if
           if b1 greater than b2 then
               move 1 to cmp
           end-if
           add 1 to i
       end-perform

       if cmp equal 0 then
           if l1 less than l2 then
               move -1 to cmp
           end-if
           if l1 greater than l2 then
               move 1 to cmp
           end-if
       end-if

       if op equal opEQ4 then
          if cmp equal 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opSNE then
          if cmp not equal 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opSLE then
          if cmp not greater than 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opSGE then
          if cmp not less than 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opSLT then
          if cmp less than 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       if op equal opSGT then
          if cmp greater than 0 then
            move 1 to res
          else
            move 0 to res
          end-if
         goback
       end-if

       call "fatalN" using "evalSOp failed", by value op.

       goback.

       end program evalSOp.

      ******************************************************************
      **
      ** evalSFunc
      **

       identification division.

       program-id. evalSFunc.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 slen usage binary-long signed.
       01 i usage binary-long signed.
       01 digits usage binary-long signed.
       01 ch2 usage binary-char unsigned.
       01 sp usage pointer.
       01 numText pic x(64).

       linkage section.

       01 func usage is binary-long signed.
       01 arg usage is pointer.
       01 res usage is computational-2.

       procedure division using by value func, by value arg,
                                by reference res.
       if func equal opLen then
         set address of byteCast to arg
         move byteCasted to res
         goback
       end-if

       if func equal opAsc then
         set address of byteCast to arg
         move byteCasted to slen
         if slen equal 0 then
           call "fireTrap"
           call "fatal" using "ASC of an empty string"
         end-if
         move arg to sp
         set sp up by 1
         set address of byteCast to sp
         move byteCasted to res
         goback
       end-if

       if func equal opVal then
         set address of byteCast to arg
         move byteCasted to slen
         move spaces to numText
         if slen greater than 64 then
           move 64 to slen
         end-if
         move arg to sp
         move 0 to digits
         perform varying i from 1 by 1 until i greater than slen
             or i greater than 64
           set sp up by 1
           set address of byteCast to sp
           move byteCasted to ch2
           set address of svalCast to address of numText(i:1)
           move ch2 to svalCasted
           if ch2 greater than 47 and ch2 less than 58 then
             add 1 to digits
           end-if
         end-perform
         if digits equal 0 then
           call "fireTrap"
           call "fatal" using "VAL of a non-numeric string"
         end-if
         compute res equal function numval (numText)
         if bcdMode not equal 0 then
             call "bcdRound" using by reference res
         end-if
         goback
       end-if

      * nothing has a 6502 address here to hand back
       if func equal opAdr then
         call "fireTrap"
         call "fatal" using "ADR is not supported"
       end-if

       call "fatalN" using "evalSFunc failed", by value func.

       end program evalSFunc.

      ******************************************************************
      **
      ** evalFuncS: the two functions that take a number and hand
      ** back a string - STR$ and CHR$. Like the real Atari BASIC,
      ** there is a single static result buffer, so two of these in
      ** one expression see the second value; programs that depend on
      ** that worked the same way on the hardware.
      **

       identification division.

       program-id. evalFuncS.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 resultBuffer.
           05 resultChars occurs 257 times.
               10 resultChar usage binary-char unsigned.

       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.

       01 i usage binary-long signed.
       01 l usage binary-long signed.

       linkage section.

       01 func usage is binary-long signed.
       01 arg usage is computational-2.
       01 res usage is pointer.

       procedure division using by value func, by reference arg,
                                by reference res.

       if func equal opStr then
           call "formatExp" using by reference arg,
                                  by reference sbuf
           move sbuf-char(1) to l
           move l to resultChar(1)
           perform varying i from 1 by 1 until i greater than l
               move sbuf-char(i + 1) to resultChar(i + 1)
           end-perform
           set res to address of resultBuffer
           goback
       end-if

       if func equal opChr then
           move 1 to resultChar(1)
           compute resultChar(2) equal function mod (arg, 256)
           set res to address of resultBuffer
           goback
       end-if

       call "fatalN" using "evalFuncS failed", by value func.

       end program evalFuncS.

      ******************************************************************
      **
      ** stringEQ
      *

       identification division.

       program-id. stringEq.

       environment division.

       data division.

       working-storage section.

       01 i usage binary-char signed.
       01 l1 usage binary-char signed.
       01 l2 usage binary-char signed.

       copy "casts.cpy".

       linkage section.

       01 str1 usage is pointer.
       01 str2 usage is pointer.
       01 res usage is computational-2.

       procedure division using by value str1, by value str2,
                                by reference res.

       set address of byteCast1 to str1
       set address of byteCast2 to str2
       move byteCasted1 to l1
       move byteCasted2 to l2

       if l1 not equal l2 then
         move 0 to res
         goback
       end-if

       set str1 up by 1
       set str2 up by 1
       call "strncasecmp" using by value str1,
           by value str2 by value l1 returning i
       if i not equal 0 then
         move 0 to res
       else
         move 1 to res
       end-if

       goback.

       end program stringEq.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Array allocation
      **

      ******************************************************************
      **
      ** dimSVar
      **

       identification division.

       program-id. dimSVar.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 addr usage is binary-long signed.
       01 idim usage is binary-long signed.
       01 cpLen usage is binary-long signed.
       01 i usage is binary-long signed.
       01 sval usage is pointer.
       01 oldSval usage is pointer.
       01 srcPtr usage is pointer.

       linkage section.

       01 varNum usage is binary-long signed.
       01 dim usage is computational-2.

       procedure division using by value varNum, by reference dim.

      * varNum is 1-based
       add 1 to varNum

       if varNum less than 1 or greater than nv then
         call "fatalN" using "varNum out of range ", by value varNum
       end-if

       if vts-type(varNum) not equal to vtTypeString then
         call "fatal" using "dimSVar expected a string variable "
       end-if

       move dim to idim
       if idim less than 1 or dim greater than 256 then
         call "fatalN" using "dim out of range", by value dim
       end-if

       move idim to vts-dim(varNum)
       move vts-sval(varNum) to oldSval

       add 1 to dim
       allocate (dim) characters returning vts-sval(varNum)

      * a freshly DIM'd string is empty - unless a value was preset
      * before the program ran (parameter injection, a checkpoint
      * restore), which must survive its first DIM; that value
      * carries over, clamped to the new size. CLR and the pass
      * reset NULL the pointer first, so they still start empty,
      * and re-DIM of a live string is an error on the hardware
       move 0 to cpLen
       if oldSval not equal null then
           set address of byteCast to oldSval
           move byteCasted to cpLen
           if cpLen greater than idim then
               move idim to cpLen
           end-if
       end-if

       move vts-sval(varNum) to sval
       set address of svalCast to sval
       move cpLen to svalCasted

       if oldSval not equal null then
           move oldSval to srcPtr
           perform varying i from 1 by 1 until i greater than cpLen
               set srcPtr up by 1
               set sval up by 1
               set address of byteCast to srcPtr
               set address of svalCast to sval
               move byteCasted to svalCasted
           end-perform
           free oldSval
       end-if

       goback.

       end program dimSVar.

      ******************************************************************
      **
      ** dimVar: allocate storage for a DIM'd numeric array. Atari
      ** arrays are 0-based, so DIM A(n) provides valid subscripts
      ** 0 through n, i.e. n + 1 elements.
      **

       identification division.

       program-id. dimVar.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 idim usage is binary-long signed.
       01 nbytes usage is binary-long signed.
       01 i usage is binary-long signed.
       01 p usage is pointer.

       linkage section.

       01 varNum usage is binary-long signed.
       01 dim usage is computational-2.

       procedure division using by value varNum, by reference dim.

      * varNum is 1-based
       add 1 to varNum

       if varNum less than 1 or greater than nv then
         call "fatalN" using "varNum out of range ", by value varNum
       end-if

       if vts-type(varNum) not equal to vtTypeArray then
         call "fatal" using "dimVar expected a numeric array variable"
       end-if

       move dim to idim
       if idim less than 0 or dim greater than 32767 then
         call "fatalN" using "dim out of range", by value dim
       end-if

       move idim to vts-dim(varNum)
       if vts-aval(varNum) not equal null then
         free vts-aval(varNum)
       end-if

       compute nbytes equal (idim + 1) * length of doubleCast
       allocate nbytes characters returning vts-aval(varNum)

       move vts-aval(varNum) to p
       perform varying i from 0 by 1 until i greater than idim
           set address of doubleCast to p
           move 0 to doubleCasted
           set p up by length of doubleCast
       end-perform

       goback.

       end program dimVar.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Memory functions
      **

      ******************************************************************
      **
      ** doPoke
      **

       identification division.

       program-id. doPoke.

       environment division.


       working-storage section.

       01 iaddr usage is binary-long signed.
       01 ival usage is binary-long signed.

       linkage section.

       01 addr usage is computational-2.
       01 val usage is computational-2.

       procedure division using by reference addr, by reference val.
      
       move addr to iaddr
       move val to ival

       if iaddr equal 752 then
         goback
       end-if

       if iaddr equal 764 then
         move ival to lastKBChar
         goback
       end-if

       if iaddr equal 82 then
         goback
       end-if

       goback.
       end program doPoke.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      **
      ** Flow control
      **

      ******************************************************************
      **
      ** doIfLine
      **

       identification division.

       program-id. doIfLine.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 lineNum usage is binary-long signed.
       01 linSlot usage binary-long signed.

       linkage section.

       01 exp1 usage is computational-2.
       01 exp2 usage is computational-2.

       procedure division using by reference exp1, by reference exp2.

       if lineageMode not equal 0 then
           call "lineageSlot" using by reference linSlot
           move 2 to lin-kind(linSlot)
           move 0 to lin-var(linSlot)
           move -1 to lin-sub(linSlot)
           move currentLineNumber to lin-line(linSlot)
           if exp1 not equal 0 then
               move 1 to lin-taken(linSlot)
           else
               move 0 to lin-taken(linSlot)
           end-if
           move spaces to lin-old(linSlot)
           move spaces to lin-new(linSlot)
       end-if

       if exp1 not equal to 0.0 then

      * consume tokens until end
           move exp2 to lineNum

           if lineNum less than 1 or lineNum greater than H"10000" then
             call "fatalN" using "line number out of range",
                                 by value lineNum
           end-if

           if lineNumberRow (lineNum) equal NULL then
             call "fatalN" using "no such line number",
                                 by value lineNum
           end-if

           move lineNumberRow(lineNum) to lexLinePtr
           move startOfLine to lexState

      * Forces YYACCEPT, causing parser restart
           move 1 to return-code
           goback
       end-if

       move 0 to return-code

       goback.

       end program doIfLine.

      ******************************************************************
      **
      ** doIfThen
      **

       identification division.

       program-id. doIfThen.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 tok usage is binary-long signed.
       01 frozen usage is binary-long signed value 0.
       01 hell usage is binary-long signed value 1.
       01 linSlot usage binary-long signed.

       linkage section.

       01 exp usage is computational-2.

       procedure division using by reference exp.

       if lineageMode not equal 0 then
           call "lineageSlot" using by reference linSlot
           move 2 to lin-kind(linSlot)
           move 0 to lin-var(linSlot)
           move -1 to lin-sub(linSlot)
           move currentLineNumber to lin-line(linSlot)
           if exp not equal 0 then
               move 1 to lin-taken(linSlot)
           else
               move 0 to lin-taken(linSlot)
           end-if
           move spaces to lin-old(linSlot)
           move spaces to lin-new(linSlot)
       end-if

       if exp equal to 0.0 then
      * consume tokens until end
           perform until hell equal frozen
               call "yylex" returning tok
               if tok equal tokEOF then
                 call "fatal" using "ran off end looking for END"
               end-if            
               if tok equal tokEnd then
                 exit perform
               end-if
           end-perform
      * consume the end statement
           perform until hell equal frozen
               call "yylex" returning tok
               if tok equal tokEOF then
                 call "fatal" using "ran off end looking for END"
               end-if            
               if tok equal tokEOT then
                 exit perform
               end-if
           end-perform
      * Forces YYACCEPT, causing parser restart
           move 1 to return-code
           goback
       end-if
       move 0 to return-code

       goback.

       end program doIfThen.

      ******************************************************************
      **
      ** doGosub
      **

       identification division.

       program-id. doGosub.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 lineNum usage is binary-long signed.

       linkage section.

       01 exp usage is computational-2.

       procedure division using by reference exp.
      
       if rsp greater than 128 then
         call "fatal" using "return stack overflow"
       end-if

       move exp to lineNum

       if lineNum less than 1 or lineNum greater than H"10000" then
         call "fatalN" using "line number out of range",
                             by value lineNum
       end-if

       if lineNumberRow (lineNum) equal NULL then
         call "fatalN" using "no such line number",
                             by value lineNum
       end-if

       move tokenEnd to rs-tokenEnd(rsp)
       move lineNext to rs-lineNext(rsp)
       move lineStart to rs-lineStart(rsp)
       add 1 to rsp

       move lineNumberRow(lineNum) to lexLinePtr
       move startOfLine to lexState
       goback.

       end program doGosub.

      ******************************************************************
      **
      ** doReturn
      **

       identification division.

       program-id. doReturn.

       environment division.


       working-storage section.

       copy "constants.cpy".

       procedure division.
      
       if rsp less than or equal to 1 then
         call "fatal" using "return stack underflow"
       end-if

       subtract 1 from rsp
       move inOperands to lexState
       move rs-tokenEnd(rsp) to tokenEnd
       move tokenEnd to lexLinePtr
       move rs-lineNext(rsp) to lineNext
       move rs-lineStart(rsp) to lineStart

       goback.

       end program doReturn.

      ******************************************************************
      **
      ** doPop
      **

       identification division.

       program-id. doPop.

       environment division.

       data division.

       working-storage section.

       procedure division.
      
       if rsp less than or equal to 1 then
         call "fatal" using "return stack underflow"
       end-if
       subtract 1 from rsp

       goback.

       end program doPop.

      ******************************************************************
      **
      ** doGoto
      **

       identification division.

       program-id. doGoto.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 lineNum usage is binary-long signed.

       linkage section.

       01 exp usage is computational-2.

       procedure division using by reference exp.

       move exp to lineNum

       if lineNum less than 1 or lineNum greater than H"10000" then
         call "fatalN" using "line number out of range",
                             by value lineNum
       end-if

       if lineNumberRow (lineNum) equal NULL then
         call "fatalN" using "no such line number",
                             by value lineNum
       end-if

       move lineNumberRow(lineNum) to lexLinePtr
       move startOfLine to lexState
       move lineNum to currentLineNumber.

      * GOTO always lands on a line boundary, making it a safe point
      * to snapshot execution state for a long-running decision tree
       call "saveCheckpoint"

       goback.

       end program doGoto.

      ******************************************************************
      **
      ** doOnGoto / doOnGosub: ON expr GOTO/GOSUB l1,l2,... The
      ** grammar calls once per target line with that target's
      ** 1-based position; when the selector (taken to its integer,
      ** as the hardware does) matches the position the jump happens
      ** and return-code comes back 1 so the rest of the list is
      ** dropped. A selector of zero or past the end of the list
      ** falls through to the next statement, matching the machine.
      **

       identification division.

       program-id. doOnGoto.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 sel usage is binary-long signed.

       linkage section.

       01 exp usage is computational-2.
       01 position2 usage is binary-long signed.
       01 lineExp usage is computational-2.

       procedure division using by reference exp,
                                by value position2,
                                by reference lineExp.

       move exp to sel
       if sel less than 0 then
           call "fireTrap"
           call "fatalN" using "ON selector out of range",
               by value sel
       end-if

       if sel not equal position2 then
           move 0 to return-code
           goback
       end-if

       call "doGoto" using by reference lineExp
       move 1 to return-code

       goback.

       end program doOnGoto.

      ******************************************************************
      **
      ** doOnGosub
      **

       identification division.

       program-id. doOnGosub.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 sel usage is binary-long signed.

       linkage section.

       01 exp usage is computational-2.
       01 position2 usage is binary-long signed.
       01 lineExp usage is computational-2.

       procedure division using by reference exp,
                                by value position2,
                                by reference lineExp.

       move exp to sel
       if sel less than 0 then
           call "fireTrap"
           call "fatalN" using "ON selector out of range",
               by value sel
       end-if

       if sel not equal position2 then
           move 0 to return-code
           goback
       end-if

       call "doGosub" using by reference lineExp
       move 1 to return-code

       goback.

       end program doOnGosub.

      ******************************************************************
      **
      ** doClr: CLR - zero every scalar and release every DIM'd
      ** string and array, the way the statement left a real machine
      **

       identification division.

       program-id. doClr.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 i usage binary-long unsigned.

       procedure division.

       perform varying i from 1 by 1 until i greater than nv
           move 0 to vts-val(i)
           move 0 to vts-dim(i)
           if vts-sval(i) not equal NULL then
               free vts-sval(i)
               move NULL to vts-sval(i)
           end-if
           if vts-aval(i) not equal NULL then
               free vts-aval(i)
               move NULL to vts-aval(i)
           end-if
       end-perform

       goback.

       end program doClr.

      ******************************************************************
      **
      ** doDeg / doRad: trig argument mode
      **

       identification division.

       program-id. doDeg.

       environment division.


       working-storage section.

       procedure division.

       move 1 to degFlag

       goback.

       end program doDeg.

       identification division.

       program-id. doRad.

       environment division.

       data division.

       working-storage section.

       procedure division.

       move 0 to degFlag

       goback.

       end program doRad.

      ******************************************************************
      **
      ** doStop: STOP ends the run like END, but says so in the exit
      ** reason - there is no immediate mode to drop back into here
      **

       identification division.

       program-id. doStop.

       environment division.


       working-storage section.

       procedure division.

       move "STOPPED" to exitReason
       call "doEnd"

       goback.

       end program doStop.

      ******************************************************************
      **
      ** doSound: there is no POKEY to reach, but the cue still gets
      ** through - an attended screen hears the terminal bell, and
      ** every mode logs the SOUND's parameters to the events file
      ** so a scheduled run's chirps can be reviewed afterwards
      **

       identification division.

       program-id. doSound.

       environment division.

       data division.

       working-storage section.

       01 n1 pic 999.
       01 n2 pic 999.
       01 n3 pic 999.
       01 n4 pic 999.
       01 evText pic x(64).

       linkage section.

       01 voice usage is computational-2.
       01 pitch usage is computational-2.
       01 distortion usage is computational-2.
       01 volume usage is computational-2.

       procedure division using by reference voice,
                                by reference pitch,
                                by reference distortion,
                                by reference volume.

       move voice to n1
       move pitch to n2
       move distortion to n3
       move volume to n4
       move spaces to evText
       string "SOUND " delimited by size
              n1 delimited by size
              "," delimited by size
              n2 delimited by size
              "," delimited by size
              n3 delimited by size
              "," delimited by size
              n4 delimited by size
              into evText
       end-string
       call "logSignalEvent" using by reference evText

      * a silent SOUND (volume 0) on the hardware stops the tone;
      * no need to ring the terminal for it
       if gInit not equal zero and volume greater than 0 then
           call "beep"
       end-if

       goback.

       end program doSound.

      ******************************************************************
      **
      ** doTrap
      **

       identification division.

       program-id. doTrap.

       environment division.

       data division.

       working-storage section.

       01 lineNum usage is binary-long signed.

       linkage section.

       01 exp usage is computational-2.

       procedure division using by reference exp.

       move exp to lineNum
       if lineNum equal zero then
         move zero to trapLine 
         goback
       end-if

       if lineNum less than 1 or lineNum greater than H"10000" then
         call "fatalN" using "line number out of range",
                              by value lineNum
       end-if

       if lineNumberRow (lineNum) equal NULL then
         call "fatalN" using "no such line number",
                              by value lineNum
       end-if

       move lineNum to trapLine.

       goback.

       end program doTrap.

      ******************************************************************
      **
      ** fireTrap
      **

       identification division.

       program-id. fireTrap.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 lineNum usage is binary-long signed.

       procedure division.

      * once the exit paths are running there is no parse loop to
      * land in - a TRAP fired by the close/flush work (disk full on
      * write-back, say) must fall through to the fatal instead of
      * resuming a run that has already dumped its results
       if shutdownActive not equal zero then
           goback
       end-if

       if trapLine not equal zero then
           if trapLine less than 1 or
             trapLine greater than H"10000" then
               call "fatalN" using "line number out of range",
                                   by value trapLine
           end-if

           if lineNumberRow (trapLine) equal NULL then
               call "fatalN" using "no such line number",
                                   by value trapLine
           end-if

           move lineNumberRow(trapLine) to lexLinePtr
           move startOfLine to lexState
      * a run that went through its TRAP handler is its own kind of
      * outcome in the ledger; doEnd leaves an already-set reason be
           if exitReason equal spaces then
               move "TRAP FIRED" to exitReason
           end-if
           call "dolongjmp" using trapJmp, 1 *> 1 should be the Atari errno
       end-if

       goback.

       end program fireTrap.

      ******************************************************************
      **
      ** dumpResults: write the final value of every named variable in
      ** the variable table out as a NAME=VALUE line, one per variable,
      ** so a downstream step can read the decision result without
      ** screen-scraping the curses output. Called from every exit
      ** point (doEnd's normal END, and the fatal/fatalN error exits).
      **

       identification division.

       program-id. dumpResults.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 i usage binary-long unsigned.
       01 j usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 varLine pic x(255).
       01 eqPos usage binary-long signed.
       01 labelText pic x(160).
       01 labelLen usage binary-long signed.

       procedure division.

       open output results-fd
       if resultsFileStatus not equal "00" then
           call "printf" using
               "cannot write the results file - status %.2s" & x"0a",
               by reference resultsFileStatus
           goback
       end-if

      * a labelled variable's NAME=VALUE line has its dictionary label
      * on a "*" line just above it, which the readers of this format
      * skip
       perform varying i from 1 by 1 until i greater than nv
           call "formatVarRecord" using by value i,
               by reference varLine
           move i to varIdx
           call "dictionaryLabel" using by value varIdx,
               by reference labelText, by reference labelLen
           if labelLen greater than 0 then
               move 1 to eqPos
               perform varying j from 1 by 1 until j greater than 33
                   if varLine(j:1) equal "=" then
                       move j to eqPos
                       exit perform
                   end-if
               end-perform
               move spaces to results-record
               string "* " varLine(1:eqPos - 1) " "
                      labelText(1:labelLen) delimited by size
                   into results-record
               end-string
               write results-record
           end-if
           move varLine to results-record
           write results-record
       end-perform

       close results-fd

       goback.

       end program dumpResults.

      ******************************************************************
      **
      ** formatVarRecord: one variable of the table as its NAME=VALUE
      ** text line - the format dumpResults writes and the history
      ** ledger repeats
      **

       identification division.

       program-id. formatVarRecord.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.

       01 j usage binary-long unsigned.
       01 k usage binary-long unsigned.
       01 pos usage binary-long unsigned.
       01 slen usage binary-char unsigned.
       01 namePtr usage pointer.
       01 svalPtr usage pointer.
       01 nameByte usage binary-char unsigned.
       01 arrPtr usage pointer.
       01 arrVal usage computational-2.

       copy "casts.cpy".

       linkage section.

       01 i usage binary-long unsigned.
       01 outRecord pic x(255).

       procedure division using by value i, by reference outRecord.

           move spaces to outRecord
           move 1 to pos

           move vts-name(i) to namePtr
           set address of byteCast to namePtr
           move byteCasted to nameByte

           perform with test before
             until nameByte equal zero or pos greater than 200
               set address of svalCast to
                   address of outRecord(pos:1)
               move nameByte to svalCasted
               add 1 to pos
               set namePtr up by 1
               set address of byteCast to namePtr
               move byteCasted to nameByte
           end-perform

           move "=" to outRecord(pos:1)
           add 1 to pos

           if vts-type(i) equal vtTypeScalar then
               call "formatExp" using by reference vts-val(i),
                                      by reference sbuf
               move sbuf-char(1) to slen
               perform varying j from 1 by 1
                 until j greater than slen
                   set address of svalCast to
                       address of outRecord(pos:1)
                   move sbuf-char(j + 1) to svalCasted
                   add 1 to pos
               end-perform
           else
               if vts-type(i) equal vtTypeArray then
                   if vts-aval(i) not equal NULL then
                       move vts-aval(i) to arrPtr
                       perform varying k from 0 by 1
                         until k greater than vts-dim(i)
                            or pos greater than 230
                           if k not equal 0 then
                               move "," to outRecord(pos:1)
                               add 1 to pos
                           end-if
                           set address of doubleCast to arrPtr
                           move doubleCasted to arrVal
                           call "formatExp" using by reference arrVal,
                                                  by reference sbuf
                           move sbuf-char(1) to slen
                           perform varying j from 1 by 1
                             until j greater than slen
                               set address of svalCast to
                                   address of outRecord(pos:1)
                               move sbuf-char(j + 1) to svalCasted
                               add 1 to pos
                           end-perform
                           set arrPtr up by length of doubleCast
                       end-perform
                   end-if
               else
                   if vts-sval(i) not equal NULL then
                       move vts-sval(i) to svalPtr
                       set address of byteCast to svalPtr
                       move byteCasted to slen
                       set svalPtr up by 1
                       perform varying j from 1 by 1
                         until j greater than slen
                           set address of byteCast to svalPtr
                           move byteCasted to nameByte
                           set address of svalCast to
                               address of outRecord(pos:1)
                           move nameByte to svalCasted
                           add 1 to pos
                           set svalPtr up by 1
                       end-perform
                   end-if
               end-if
           end-if

       goback.

       end program formatVarRecord.

      ******************************************************************
      **
      ** checkRules: assert the business rules over the final variable
      ** table, the complement of preflightAnswers' input checks.
      ** Runs on every exit path, right after dumpResults has written
      ** the table. Each failed rule goes to the exceptions report
      ** with the rule text and the offending value; rulesFailed
      ** carries the count out to the exit-code logic. A rule naming
      ** a variable the program does not declare is itself a failed
      ** rule (routed to a human), not a crash.
      **

       identification division.

       program-id. checkRules.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 rulesFile usage pointer.
       01 excFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 sp1 usage binary-long signed.
       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 opText pic x(8).
       01 opWordLen usage binary-long signed.
       01 restText pic x(260).
       01 restLen usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.
       01 sp2 usage pointer.
       01 ok usage binary-long signed.
       01 want usage computational-2.
       01 have usage computational-2.
       01 violations usage binary-long signed.
       01 violationNum pic z(4)9.
       01 firstFailed pic x(50).
       01 curText pic x(64).
       01 curLen usage binary-long signed.
       01 reasonBuf pic x(200).
       01 rl usage binary-long signed.
       01 vq1 usage binary-long signed.
       01 vq2 usage binary-long signed.
       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
       01 cstr pic x(64).
       01 cl usage binary-long signed.

       procedure division.

       if rulesFileName equal spaces then
           goback
       end-if

       move 0 to rulesFailed
       move 0 to violations
       move NULL to excFile

       move 255 to pLen
       perform with test before until pLen less than 1
         or rulesFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move rulesFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning rulesFile
       if rulesFile equal NULL then
           call "printf" using
               "RULES: cannot read rules file %s" & x"0a",
               by reference pathBuf
           move 1 to rulesFailed
           goback
       end-if

       perform forever

           call "fgets" using by reference lineBuf, by value 300,
               by value rulesFile
               returning gotPtr
           if gotPtr equal NULL then
               exit perform
           end-if

           move 0 to lineLen
           perform varying i from 1 by 1 until i greater than 300
               if lineBuf(i:1) equal x"0a" or lineBuf(i:1) equal x"0d"
                 or lineBuf(i:1) equal low-value then
                   exit perform
               end-if
               move i to lineLen
           end-perform
           if lineLen less than 300 then
               move spaces to lineBuf(lineLen + 1:300 - lineLen)
           end-if

           if lineLen equal 0 or lineBuf(1:1) equal "*"
             or lineBuf(1:lineLen) equal spaces then
               exit perform cycle
           end-if

           perform parseRule
           perform evalRule
           if ok equal 0 then
               add 1 to violations
               if violations equal 1 then
                   move lineBuf(1:lineLen) to firstFailed
               end-if
               perform logViolation
           end-if

       end-perform

       call "fclose" using by value rulesFile

       if violations not equal 0 then
           move violations to rulesFailed
           if excFile not equal NULL then
               call "fprintf" using by value excFile,
                   by reference "%d RULE(S) FAILED" & x"0a00",
                   by value violations
               call "fclose" using by value excFile
           end-if
           call "printf" using
               "RULES: %d violation(s), see exceptions report" &
               x"0a", by value violations
           move "RULEFAIL" to alertCondition
           move violations to violationNum
           string function trim (violationNum)
                  " RULE(S) FAILED, FIRST: " firstFailed
                  delimited by size into alertDetail
           end-string
           call "raiseAlert" using by value exitCodeEnd
       else
           call "printf" using "RULES CLEAN" & x"0a"
       end-if

       goback.

      ******************************************************
      * NAME, operator, remainder
       parseRule.
           move 1 to sp1
           perform until sp1 greater than lineLen
             or lineBuf(sp1:1) not equal space
               add 1 to sp1
           end-perform

           move spaces to nameText
           move 0 to nameLen
           perform until sp1 greater than lineLen
             or lineBuf(sp1:1) equal space
               if nameLen less than 32 then
                   add 1 to nameLen
                   move lineBuf(sp1:1) to nameText(nameLen:1)
               end-if
               add 1 to sp1
           end-perform

           perform until sp1 greater than lineLen
             or lineBuf(sp1:1) not equal space
               add 1 to sp1
           end-perform

           move spaces to opText
           move 0 to opWordLen
           perform until sp1 greater than lineLen
             or lineBuf(sp1:1) equal space
               if opWordLen less than 8 then
                   add 1 to opWordLen
                   move lineBuf(sp1:1) to opText(opWordLen:1)
               end-if
               add 1 to sp1
           end-perform

           perform until sp1 greater than lineLen
             or lineBuf(sp1:1) not equal space
               add 1 to sp1
           end-perform

           move spaces to restText
           compute restLen equal lineLen - sp1 + 1
           if restLen less than 0 then
               move 0 to restLen
           end-if
           if restLen greater than 260 then
               move 260 to restLen
           end-if
           if restLen greater than 0 then
               move lineBuf(sp1:restLen) to restText(1:restLen)
           end-if
           exit.

      ******************************************************
       evalRule.
           move 1 to ok
           move spaces to reasonBuf

      * the named variable, by the same walk the parameter
      * injection uses
           move 0 to varIdx
           perform varying i from 1 by 1 until i greater than nv
               move spaces to candBuf
               move vts-name(i) to np
               move 0 to cb
               perform until cb greater than 30
                   set address of byteCast to np
                   if byteCasted equal 0 then
                       exit perform
                   end-if
                   add 1 to cb
                   set address of svalCast to
                       address of candBuf(cb:1)
                   move byteCasted to svalCasted
                   set np up by 1
               end-perform
               if candBuf equal nameText then
                   move i to varIdx
                   exit perform
               end-if
           end-perform

           if varIdx equal 0 then
               move 0 to ok
               move "variable not declared by the program"
                 to reasonBuf
               exit paragraph
           end-if

           evaluate true

             when opText equal "PRESENT"
               if vts-type(varIdx) equal vtTypeString
                 and vts-sval(varIdx) equal NULL then
                   move 0 to ok
                   move "string never assigned" to reasonBuf
               end-if
               if vts-type(varIdx) equal vtTypeArray
                 and vts-aval(varIdx) equal NULL then
                   move 0 to ok
                   move "array never DIM'd" to reasonBuf
               end-if

             when opText equal "IN"
               perform evalInRule

             when opText equal ">=" or opText equal "<="
               or opText equal "<>" or opText equal "="
               or opText equal "<" or opText equal ">"
               perform evalNumericRule

             when other
               move 0 to ok
               move "unrecognized rule operator" to reasonBuf

           end-evaluate
           exit.

      ******************************************************
      * the variable's value must match one of the quoted strings
       evalInRule.
           if vts-type(varIdx) not equal vtTypeString
             or vts-sval(varIdx) equal NULL then
               move 0 to ok
               move "IN rule needs an assigned string variable"
                 to reasonBuf
               exit paragraph
           end-if

           move spaces to curText
           move vts-sval(varIdx) to sp2
           set address of byteCast to sp2
           move byteCasted to curLen
           if curLen greater than 64 then
               move 64 to curLen
           end-if
           perform varying j from 1 by 1 until j greater than curLen
               set sp2 up by 1
               set address of byteCast to sp2
               set address of svalCast to address of curText(j:1)
               move byteCasted to svalCasted
           end-perform

           move 0 to ok
           move 1 to vq1
           perform forever
      * the next quoted candidate in the rule's value list
               perform until vq1 greater than restLen
                 or restText(vq1:1) equal '"'
                   add 1 to vq1
               end-perform
               if vq1 greater than restLen then
                   exit perform
               end-if
               add 1 to vq1
               move vq1 to vq2
               perform until vq2 greater than restLen
                 or restText(vq2:1) equal '"'
                   add 1 to vq2
               end-perform
               compute j equal vq2 - vq1
               if j equal curLen then
                   if j equal 0 then
                       move 1 to ok
                   else
                       if restText(vq1:j) equal curText(1:j) then
                           move 1 to ok
                       end-if
                   end-if
               end-if
               if ok not equal 0 then
                   exit perform
               end-if
               compute vq1 equal vq2 + 1
           end-perform

           if ok equal 0 then
               move spaces to reasonBuf
               string "value """ delimited by size
                      curText(1:curLen) delimited by size
                      """ not in the allowed list"
                      delimited by size
                      into reasonBuf
               end-string
           end-if
           exit.

      ******************************************************
       evalNumericRule.
           if vts-type(varIdx) not equal vtTypeScalar then
               move 0 to ok
               move "numeric rule needs a scalar variable"
                 to reasonBuf
               exit paragraph
           end-if

           compute want equal function numval (restText)
           move vts-val(varIdx) to have

           move 0 to ok
           evaluate true
             when opText equal ">=" and have not less than want
               move 1 to ok
             when opText equal "<=" and have not greater than want
               move 1 to ok
             when opText equal "<>" and have not equal want
               move 1 to ok
             when opText equal "=" and have equal want
               move 1 to ok
             when opText equal "<" and have less than want
               move 1 to ok
             when opText equal ">" and have greater than want
               move 1 to ok
             when other
               continue
           end-evaluate

           if ok equal 0 then
               call "formatExp" using by reference have,
                                      by reference sbuf
               move spaces to cstr
               move sbuf-char(1) to cl
               if cl greater than 62 then
                   move 62 to cl
               end-if
               perform varying j from 1 by 1 until j greater than cl
                   set address of svalCast to address of cstr(j:1)
                   move sbuf-char(j + 1) to svalCasted
               end-perform
               move spaces to reasonBuf
               string "value " delimited by size
                      cstr(1:cl) delimited by size
                      " breaks the bound" delimited by size
                      into reasonBuf
               end-string
           end-if
           exit.

      ******************************************************
       logViolation.
           if excFile equal NULL then
               move 255 to pLen
               perform with test before until pLen less than 1
                 or exceptionsFileName(pLen:1) not equal space
                   subtract 1 from pLen
               end-perform
               move spaces to pathBuf
               move exceptionsFileName(1:pLen) to pathBuf(1:pLen)
               move low-value to pathBuf(pLen + 1:1)
               call "fopen" using by reference pathBuf,
                             by reference fopenModeWrite
                             returning excFile
           end-if
           move 200 to rl
           perform with test before until rl less than 1
             or reasonBuf(rl:1) not equal space
               subtract 1 from rl
           end-perform
           if excFile not equal NULL then
               call "fprintf" using by value excFile,
                   by reference "RULE FAILED: %.*s -- %.*s" & x"0a00",
                   by value lineLen, by reference lineBuf,
                   by value rl, by reference reasonBuf
           end-if
           call "printf" using
               "RULE FAILED: %.*s -- %.*s" & x"0a",
               by value lineLen, by reference lineBuf,
               by value rl, by reference reasonBuf
           exit.

       end program checkRules.

      ******************************************************************
      **
      ** writeNotice: merge the notice template with the final
      ** variable table into the requester's decision notice. Free
      ** text passes through; {NAME} is replaced by the variable's
      ** value as the results dump gives it, {NAME:mask} by a number
      ** through an edit mask (9 a digit, Z a digit blanked while
      ** leading zeros last, , and . where placed, a - or + shows the
      ** sign, anything else as written), and {{ is a brace. Lines
      ** that are only {IF NAME op value}, {ELSE} or {ENDIF} keep or
      ** drop the lines between them; they nest. A single run writes
      ** the notice file; a job deck collects every job's notice into
      ** that one print file, a page and a header each; a service
      ** writes one notice per request beside it, numbered.
      **

       identification division.

       program-id. writeNotice.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 tplFile usage pointer.
       01 outFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 dotPos usage binary-long signed.
       01 reqText pic 9(4).
       01 jobText pic 9(3).
       01 progText pic x(12).
       01 dateBuf pic 9(8).
       01 timeBuf pic 9(8).
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 tplLine usage binary-long signed.
       01 outBuf pic x(1024).
       01 outLen usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 sp1 usage binary-long signed.
       01 closePos usage binary-long signed.
       01 condLine pic x(300).
       01 directive pic x(300).
       01 ruleText pic x(72) value all "=".
       01 unresolved usage binary-long signed.

      * the conditional sections open at this point of the template:
      * whether lines were being kept when the {IF} was met, and how
      * the test came out
       01 active usage binary-long signed.
       01 condDepth usage binary-long signed.
       01 condTable.
           05 condRow occurs 16 times.
               10 cond-outerActive usage binary-long signed.
               10 cond-result usage binary-long signed.

       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 opText pic x(8).
       01 opWordLen usage binary-long signed.
       01 restText pic x(260).
       01 restLen usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.
       01 sp2 usage pointer.
       01 ok usage binary-long signed.
       01 want usage computational-2.
       01 have usage computational-2.
       01 curText pic x(255).
       01 curLen usage binary-long signed.
       01 cmpText pic x(255).
       01 varLine pic x(255).
       01 vl usage binary-long signed.

       01 maskText pic x(40).
       01 maskLen usage binary-long signed.
       01 intDigits usage binary-long signed.
       01 decDigits usage binary-long signed.
       01 maskDigits usage binary-long signed.
       01 inDecimals usage binary-long signed.
       01 significant usage binary-long signed.
       01 isNegative usage binary-long signed.
       01 signShown usage binary-long signed.
       01 limitVal usage computational-2.
       01 scaled pic 9(19).
       01 digitText redefines scaled pic x(19).
       01 digitNext usage binary-long signed.
       01 maskOut pic x(41).
       01 mo usage binary-long signed.
       01 mc pic x.

       procedure division.

       if noticeTemplateName equal spaces then
           goback
       end-if

      * a decision the business rules threw out is not one to send
       if rulesFailed not equal 0 then
           call "printf" using
               "NOTICE withheld: business rules failed" & x"0a"
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or noticeTemplateName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move noticeTemplateName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning tplFile
       if tplFile equal NULL then
           call "printf" using
               "NOTICE: cannot read notice template %s" & x"0a",
               by reference pathBuf
           goback
       end-if

       perform openNotice
       if outFile equal NULL then
           call "printf" using
               "NOTICE: cannot write notice file %s" & x"0a",
               by reference pathBuf
           call "fclose" using by value tplFile
           goback
       end-if

       if jobStreamMode not equal 0 then
           perform jobHeader
       end-if

       move 1 to active
       move 0 to condDepth
       move 0 to tplLine
       move 0 to unresolved

       perform forever

           call "fgets" using by reference lineBuf, by value 300,
               by value tplFile
               returning gotPtr
           if gotPtr equal NULL then
               exit perform
           end-if
           add 1 to tplLine

           move 0 to lineLen
           perform varying i from 1 by 1 until i greater than 300
               if lineBuf(i:1) equal x"0a" or lineBuf(i:1) equal x"0d"
                 or lineBuf(i:1) equal low-value then
                   exit perform
               end-if
               move i to lineLen
           end-perform
           if lineLen less than 300 then
               move spaces to lineBuf(lineLen + 1:300 - lineLen)
           end-if

           move function trim (lineBuf) to condLine
           move function upper-case (condLine) to directive
           evaluate true
             when directive(1:4) equal "{IF "
               perform doIfDirective
             when directive equal "{ELSE}"
               perform doElseDirective
             when directive equal "{ENDIF}"
               perform doEndifDirective
             when active not equal 0
               perform mergeLine
               call "fprintf" using by value outFile,
                   by reference "%.*s" & x"0a00",
                   by value outLen, by reference outBuf
             when other
               continue
           end-evaluate

       end-perform

       if condDepth not equal 0 then
           call "printf" using
               "NOTICE: template ends inside %d {IF} section(s)"
               & x"0a", by value condDepth
       end-if
       if unresolved not equal 0 then
           call "printf" using
               "NOTICE: %d placeholder(s) name no variable of the"
               & " program" & x"0a", by value unresolved
       end-if

       call "fclose" using by value tplFile
       call "fclose" using by value outFile

       goback.

      ******************************************************
      * the notice file for this kind of run: the named file for a
      * single run, the deck's print file (fresh for the first job,
      * added to after) for a job, and a numbered sibling per
      * request for a service
       openNotice.
           move 255 to pLen
           perform with test before until pLen less than 1
             or noticeFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move noticeFileName(1:pLen) to pathBuf(1:pLen)

           if serviceMode not equal 0 then
               move 0 to dotPos
               perform varying i from pLen by -1 until i less than 1
                 or pathBuf(i:1) equal "/"
                   if pathBuf(i:1) equal "." and dotPos equal 0 then
                       move i to dotPos
                   end-if
               end-perform
               if dotPos equal 0 then
                   compute dotPos equal pLen + 1
               end-if
               move serviceRequests to reqText
               move spaces to pathBuf
               string noticeFileName(1:dotPos - 1) delimited by size
                      "-" delimited by size
                      reqText delimited by size
                      into pathBuf
               end-string
               if dotPos not greater than pLen then
                   move noticeFileName(dotPos:pLen - dotPos + 1)
                     to pathBuf(dotPos + 5:pLen - dotPos + 1)
               end-if
               add 5 to pLen
           end-if
           move low-value to pathBuf(pLen + 1:1)

           if jobStreamMode not equal 0 and noticeCount not equal 0
             then
               call "fopen" using by reference pathBuf,
                             by reference fopenModeAppend
                             returning outFile
           else
               call "fopen" using by reference pathBuf,
                             by reference fopenModeWrite
                             returning outFile
           end-if
           if outFile not equal NULL then
               add 1 to noticeCount
           end-if
           exit.

      ******************************************************
      * each job's notice starts a page of the print file
       jobHeader.
           if noticeCount greater than 1 then
               call "fprintf" using by value outFile,
                   by reference x"0c00"
           end-if
           move jobNumber to jobText
           move spaces to progText
           string catalogPName delimited by space
                  "." delimited by size
                  catalogExt delimited by space
                  into progText
           end-string
           accept dateBuf from date yyyymmdd
           accept timeBuf from time
           call "fprintf" using by value outFile,
               by reference
               "DECISION NOTICE   JOB %.3s   %-12.12s   "
               & "%.4s-%.2s-%.2s %.2s:%.2s" & x"0a00",
               by reference jobText, by reference progText,
               by reference dateBuf(1:4), by reference dateBuf(5:2),
               by reference dateBuf(7:2), by reference timeBuf(1:2),
               by reference timeBuf(3:2)
           call "fprintf" using by value outFile,
               by reference "%.*s" & x"0a" & x"0a00",
               by value 72, by reference ruleText
           exit.

      ******************************************************
      * {IF NAME op value}: inside a dropped section the test is not
      * even made, but the nesting still has to be counted
       doIfDirective.
           if condDepth not less than 16 then
               call "printf" using
                   "NOTICE: template line %d: {IF} nested too deep"
                   & x"0a", by value tplLine
               exit paragraph
           end-if
           add 1 to condDepth
           move active to cond-outerActive(condDepth)
           move 0 to cond-result(condDepth)
           if active not equal 0 then
               perform evalCondition
               move ok to cond-result(condDepth)
           end-if
           if active not equal 0 and ok not equal 0 then
               move 1 to active
           else
               move 0 to active
           end-if
           exit.

       doElseDirective.
           if condDepth equal 0 then
               call "printf" using
                   "NOTICE: template line %d: {ELSE} without {IF}"
                   & x"0a", by value tplLine
               exit paragraph
           end-if
           if cond-outerActive(condDepth) not equal 0
             and cond-result(condDepth) equal 0 then
               move 1 to active
           else
               move 0 to active
           end-if
           exit.

       doEndifDirective.
           if condDepth equal 0 then
               call "printf" using
                   "NOTICE: template line %d: {ENDIF} without {IF}"
                   & x"0a", by value tplLine
               exit paragraph
           end-if
           move cond-outerActive(condDepth) to active
           subtract 1 from condDepth
           exit.

      ******************************************************
      * NAME, operator and value out of the {IF ...} line (the name
      * upper-cased, as BASIC names are; the value as written), then
      * the test - text for a string variable, numbers for a scalar
       evalCondition.
           move 0 to ok
           move 0 to closePos
           perform varying i from 300 by -1 until i less than 1
               if directive(i:1) equal "}" then
                   move i to closePos
                   exit perform
               end-if
           end-perform
           if closePos equal 0 then
               move 301 to closePos
           end-if

           move 5 to sp1
           perform skipSpaces
           move spaces to nameText
           move 0 to nameLen
           perform until sp1 not less than closePos
             or directive(sp1:1) equal space
             or directive(sp1:1) equal "="
             or directive(sp1:1) equal "<"
             or directive(sp1:1) equal ">"
               if nameLen less than 32 then
                   add 1 to nameLen
                   move directive(sp1:1) to nameText(nameLen:1)
               end-if
               add 1 to sp1
           end-perform
           perform skipSpaces

           move spaces to opText
           move 0 to opWordLen
           perform until sp1 not less than closePos
             or (directive(sp1:1) not equal "="
             and directive(sp1:1) not equal "<"
             and directive(sp1:1) not equal ">")
               if opWordLen less than 8 then
                   add 1 to opWordLen
                   move directive(sp1:1) to opText(opWordLen:1)
               end-if
               add 1 to sp1
           end-perform
           perform skipSpaces

      * the value: quoted keeps its spaces, bare runs to the brace
           move spaces to restText
           move 0 to restLen
           if sp1 less than closePos and directive(sp1:1) equal '"'
             then
               add 1 to sp1
               perform until sp1 not less than closePos
                 or directive(sp1:1) equal '"'
                   add 1 to restLen
                   move condLine(sp1:1) to restText(restLen:1)
                   add 1 to sp1
               end-perform
           else
               perform until sp1 not less than closePos
                   add 1 to restLen
                   move condLine(sp1:1) to restText(restLen:1)
                   add 1 to sp1
               end-perform
               perform until restLen less than 1
                 or restText(restLen:1) not equal space
                   subtract 1 from restLen
               end-perform
           end-if

           perform findVariable
           if varIdx equal 0 then
               call "printf" using
                   "NOTICE: template line %d: %.*s is not a variable"
                   & " of the program" & x"0a",
                   by value tplLine, by value nameLen,
                   by reference nameText
               exit paragraph
           end-if

           if vts-type(varIdx) equal vtTypeString then
               perform stringValue
               move spaces to cmpText
               if restLen greater than 0 then
                   move restText(1:restLen) to cmpText
               end-if
               evaluate true
                 when opText equal "=" and curText equal cmpText
                   move 1 to ok
                 when opText equal "<>" and curText not equal cmpText
                   move 1 to ok
                 when opText equal "<" and curText less than cmpText
                   move 1 to ok
                 when opText equal ">"
                   and curText greater than cmpText
                   move 1 to ok
                 when opText equal "<="
                   and curText not greater than cmpText
                   move 1 to ok
                 when opText equal ">="
                   and curText not less than cmpText
                   move 1 to ok
                 when other
                   continue
               end-evaluate
               exit paragraph
           end-if

           if vts-type(varIdx) not equal vtTypeScalar then
               exit paragraph
           end-if

           if function test-numval (restText) not equal 0 then
               call "printf" using
                   "NOTICE: template line %d: %.*s is not a number"
                   & x"0a", by value tplLine, by value restLen,
                   by reference restText
               exit paragraph
           end-if
           compute want equal function numval (restText)
           move vts-val(varIdx) to have
           evaluate true
             when opText equal "=" and have equal want
               move 1 to ok
             when opText equal "<>" and have not equal want
               move 1 to ok
             when opText equal "<" and have less than want
               move 1 to ok
             when opText equal ">" and have greater than want
               move 1 to ok
             when opText equal "<=" and have not greater than want
               move 1 to ok
             when opText equal ">=" and have not less than want
               move 1 to ok
             when other
               continue
           end-evaluate
           exit.

       skipSpaces.
           perform until sp1 not less than closePos
             or directive(sp1:1) not equal space
               add 1 to sp1
           end-perform
           exit.

      ******************************************************
      * the named variable, by the same walk the business rules use
       findVariable.
           move 0 to varIdx
           perform varying j from 1 by 1 until j greater than nv
               move spaces to candBuf
               move vts-name(j) to np
               move 0 to cb
               perform until cb greater than 30
                   set address of byteCast to np
                   if byteCasted equal 0 then
                       exit perform
                   end-if
                   add 1 to cb
                   set address of svalCast to
                       address of candBuf(cb:1)
                   move byteCasted to svalCasted
                   set np up by 1
               end-perform
               if candBuf equal nameText then
                   move j to varIdx
                   exit perform
               end-if
           end-perform
           exit.

      ******************************************************
       stringValue.
           move spaces to curText
           move 0 to curLen
           if vts-sval(varIdx) equal NULL then
               exit paragraph
           end-if
           move vts-sval(varIdx) to sp2
           set address of byteCast to sp2
           move byteCasted to curLen
           perform varying j from 1 by 1 until j greater than curLen
               set sp2 up by 1
               set address of byteCast to sp2
               set address of svalCast to address of curText(j:1)
               move byteCasted to svalCasted
           end-perform
           exit.

      ******************************************************
      * one template line into outBuf with every placeholder
      * replaced
       mergeLine.
           move spaces to outBuf
           move 0 to outLen
           move 1 to i
           perform until i greater than lineLen
               evaluate true
                 when i less than lineLen and lineBuf(i:2) equal "{{"
                   perform putBrace
                   add 2 to i
                 when lineBuf(i:1) equal "{"
                   perform expandPlaceholder
                 when other
                   if outLen less than 1024 then
                       add 1 to outLen
                       move lineBuf(i:1) to outBuf(outLen:1)
                   end-if
                   add 1 to i
               end-evaluate
           end-perform
           exit.

       putBrace.
           if outLen less than 1024 then
               add 1 to outLen
               move "{" to outBuf(outLen:1)
           end-if
           exit.

      ******************************************************
      * {NAME} or {NAME:mask} at i; a name the program does not have
      * is left in the notice as written, where a proofreader will
      * see it
       expandPlaceholder.
           move 0 to closePos
           perform varying j from i by 1 until j greater than lineLen
               if lineBuf(j:1) equal "}" then
                   move j to closePos
                   exit perform
               end-if
           end-perform
           if closePos equal 0 then
               perform putBrace
               add 1 to i
               exit paragraph
           end-if

           move spaces to nameText
           move 0 to nameLen
           move spaces to maskText
           move 0 to maskLen
           compute sp1 equal i + 1
           perform until sp1 not less than closePos
             or lineBuf(sp1:1) equal ":"
               if nameLen less than 32 then
                   add 1 to nameLen
                   move function upper-case (lineBuf(sp1:1))
                     to nameText(nameLen:1)
               end-if
               add 1 to sp1
           end-perform
           if sp1 less than closePos then
               add 1 to sp1
               perform until sp1 not less than closePos
                   if maskLen less than 40 then
                       add 1 to maskLen
                       move lineBuf(sp1:1) to maskText(maskLen:1)
                   end-if
                   add 1 to sp1
               end-perform
           end-if

           perform findVariable
           if varIdx equal 0 then
               add 1 to unresolved
               perform varying j from i by 1 until j greater than
                 closePos
                   if outLen less than 1024 then
                       add 1 to outLen
                       move lineBuf(j:1) to outBuf(outLen:1)
                   end-if
               end-perform
               compute i equal closePos + 1
               exit paragraph
           end-if

           if maskLen greater than 0
             and vts-type(varIdx) equal vtTypeScalar then
               move vts-val(varIdx) to have
               perform applyMask
               perform varying j from 1 by 1 until j greater than mo
                   if outLen less than 1024 then
                       add 1 to outLen
                       move maskOut(j:1) to outBuf(outLen:1)
                   end-if
               end-perform
           else
      * the value exactly as the results dump carries it
               call "formatVarRecord" using by value varIdx,
                   by reference varLine
               move 0 to vl
               perform varying j from 1 by 1 until j greater than 255
                   if varLine(j:1) equal "=" then
                       move j to vl
                       exit perform
                   end-if
               end-perform
               move 255 to cb
               perform with test before until cb less than 1
                 or varLine(cb:1) not equal space
                   subtract 1 from cb
               end-perform
      * a string's own trailing spaces are part of its value
               if vts-type(varIdx) equal vtTypeString then
                   perform stringValue
                   compute cb equal vl + curLen
                   if cb greater than 255 then
                       move 255 to cb
                   end-if
               end-if
               compute vl equal vl + 1
               perform varying j from vl by 1
                 until j greater than cb
                   if outLen less than 1024 then
                       add 1 to outLen
                       move varLine(j:1) to outBuf(outLen:1)
                   end-if
               end-perform
           end-if
           compute i equal closePos + 1
           exit.

      ******************************************************
      * have through maskText into maskOut(1:mo); a value too big
      * for the mask's digits comes out as asterisks, the way a
      * cheque printer protects an overflowing amount
       applyMask.
           move 0 to intDigits
           move 0 to decDigits
           move 0 to inDecimals
           perform varying j from 1 by 1 until j greater than maskLen
               move maskText(j:1) to mc
               evaluate true
                 when mc equal "." and inDecimals equal 0
                   move 1 to inDecimals
                 when (mc equal "9" or mc equal "Z" or mc equal "z")
                   and inDecimals equal 0
                   add 1 to intDigits
                 when mc equal "9" or mc equal "Z" or mc equal "z"
                   add 1 to decDigits
                 when other
                   continue
               end-evaluate
           end-perform

           move 0 to isNegative
           if have less than 0 then
               move 1 to isNegative
               compute have equal 0 - have
           end-if

           move spaces to maskOut
           move maskLen to mo
      * the mask holds anything under 10 ** (its digit count) once
      * scaled and rounded - 9.996 through 9.99 rounds to 1000 and
      * overflows though 9.996 itself fits; a scaled value already
      * at the limit is turned away before the move, which could
      * otherwise lose its high-order digits
           if intDigits + decDigits greater than 18 then
               move all "*" to maskOut(1:mo)
               exit paragraph
           end-if
           compute maskDigits equal intDigits + decDigits
           move 1 to limitVal
           perform maskDigits times
               multiply 10 by limitVal
           end-perform
           perform decDigits times
               multiply 10 by have
           end-perform
           if have not less than limitVal then
               move all "*" to maskOut(1:mo)
               exit paragraph
           end-if
           compute scaled rounded equal have
           if scaled not less than limitVal then
               move all "*" to maskOut(1:mo)
               exit paragraph
           end-if
           compute digitNext equal
               19 - intDigits - decDigits + 1

           move 0 to significant
           move 0 to inDecimals
           move 0 to signShown
           perform varying j from 1 by 1 until j greater than maskLen
               move maskText(j:1) to mc
               evaluate true
                 when mc equal "9"
                   move digitText(digitNext:1) to maskOut(j:1)
                   add 1 to digitNext
                   move 1 to significant
                 when mc equal "Z" or mc equal "z"
                   if significant not equal 0 or inDecimals not equal 0
                     or digitText(digitNext:1) not equal "0" then
                       move digitText(digitNext:1) to maskOut(j:1)
                       move 1 to significant
                   end-if
                   add 1 to digitNext
                 when mc equal ","
                   if significant not equal 0 then
                       move "," to maskOut(j:1)
                   end-if
                 when mc equal "." and inDecimals equal 0
                   move "." to maskOut(j:1)
                   move 1 to inDecimals
                 when mc equal "-"
                   if isNegative not equal 0 then
                       move "-" to maskOut(j:1)
                   end-if
                   move 1 to signShown
                 when mc equal "+"
                   if isNegative not equal 0 then
                       move "-" to maskOut(j:1)
                   else
                       move "+" to maskOut(j:1)
                   end-if
                   move 1 to signShown
                 when other
                   move mc to maskOut(j:1)
               end-evaluate
           end-perform

      * a negative amount through a mask with no sign position
      * still says so, just ahead of its first digit
           if isNegative not equal 0 and signShown equal 0 then
               perform varying j from 1 by 1 until j greater than mo
                 or maskOut(j:1) not equal space
                   continue
               end-perform
               if j greater than 1 then
                   move "-" to maskOut(j - 1:1)
               else
                   move maskOut(1:mo) to cmpText
                   move spaces to maskOut
                   move "-" to maskOut(1:1)
                   move cmpText(1:mo) to maskOut(2:mo)
                   add 1 to mo
               end-if
           end-if
           exit.

       end program writeNotice.

      ******************************************************************
      **
      ** lineageResolve: turn the comma-separated watch list into
      ** per-variable flags against the program just analyzed. A name
      ** the program does not declare draws a warning, not a fatal -
      ** the report will simply have nothing to say about it.
      **

       identification division.

       program-id. lineageResolve.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 sp1 usage binary-long signed.
       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.
       01 hit usage binary-long signed.

       procedure division.

       perform varying i from 1 by 1 until i greater than 256
           move 0 to lineageWatched(i)
       end-perform

       if lineageMode equal 0 then
           goback
       end-if

       move 1 to sp1
       perform until sp1 greater than 255

           perform until sp1 greater than 255
             or (lineageSpec(sp1:1) not equal space
                 and lineageSpec(sp1:1) not equal ",")
               add 1 to sp1
           end-perform
           if sp1 greater than 255 then
               exit perform
           end-if

           move spaces to nameText
           move 0 to nameLen
           perform until sp1 greater than 255
             or lineageSpec(sp1:1) equal ","
             or lineageSpec(sp1:1) equal space
               if nameLen less than 32 then
                   add 1 to nameLen
                   move lineageSpec(sp1:1) to nameText(nameLen:1)
               end-if
               add 1 to sp1
           end-perform

           move 0 to hit
           perform varying i from 1 by 1 until i greater than nv
               move spaces to candBuf
               move vts-name(i) to np
               move 0 to cb
               perform until cb greater than 30
                   set address of byteCast to np
                   if byteCasted equal 0 then
                       exit perform
                   end-if
                   add 1 to cb
                   set address of svalCast to
                       address of candBuf(cb:1)
                   move byteCasted to svalCasted
                   set np up by 1
               end-perform
               if candBuf equal nameText then
                   move 1 to lineageWatched(i)
                   move 1 to hit
                   exit perform
               end-if
           end-perform

           if hit equal 0 then
               call "printf" using
                 "LINEAGE: program does not declare %.32s" & x"0a",
                 by reference nameText
           end-if

       end-perform

       goback.

       end program lineageResolve.

      ******************************************************************
      **
      ** loadDictionary: the data dictionary of the program just
      ** analyzed into the dictionary table, a row per variable. No
      ** directory, no dictionary; a program with none of its own is
      ** run with bare names. Names match whatever their case. A name
      ** the program does not declare draws a warning, as the lineage
      ** watch list does, but a line that does not parse - or a
      ** SENSITIVE entry naming nothing - stops the run before
      ** anything is read in: a sensitive flag lost to a typo would
      ** be exactly the value that leaks
      **

       identification division.

       program-id. loadDictionary.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 dicFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(300).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 lineNo usage binary-long signed.
       01 lineBad usage binary-long signed.
       01 badCount usage binary-long signed.
       01 i usage binary-long signed.
       01 f1 pic x(100).
       01 f2 pic x(100).
       01 f3 pic x(100).
       01 f4 pic x(100).
       01 f5 pic x(100).
       01 f6 pic x(100).
       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.
       01 varIdx usage binary-long signed.
       01 seenMap.
           05 dicSeen occurs 256 times usage binary-char unsigned.

       procedure division.

       perform varying i from 1 by 1 until i greater than 256
           move spaces to dic-label(i)
           move spaces to dic-units(i)
           move spaces to dic-range(i)
           move 0 to dic-sensitive(i)
           move 0 to dicSeen(i)
       end-perform

       if dictionaryDir equal spaces then
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or dictionaryDir(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       string dictionaryDir(1:pLen) delimited by size
              "/" delimited by size
              catalogPName delimited by space
              ".DIC" delimited by size
              into pathBuf
       end-string
       move 300 to pLen
       perform with test before until pLen less than 1
         or pathBuf(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning dicFile
       if dicFile equal NULL then
           call "printf" using
             "DICTIONARY: no dictionary %s - names shown bare"
             & x"0a", by reference pathBuf
           goback
       end-if

       move 0 to lineNo
       move 0 to badCount
       perform forever
           call "fgets" using by reference lineBuf, by value 300,
               by value dicFile
               returning gotPtr
           if gotPtr equal NULL then
               exit perform
           end-if
           add 1 to lineNo
           move 0 to lineLen
           perform varying i from 1 by 1 until i greater than 300
               if lineBuf(i:1) equal x"0a"
                 or lineBuf(i:1) equal x"0d"
                 or lineBuf(i:1) equal low-value then
                   exit perform
               end-if
               move i to lineLen
           end-perform
           if lineLen less than 300 then
               move spaces to lineBuf(lineLen + 1:300 - lineLen)
           end-if
           if lineLen equal 0 or lineBuf(1:1) equal "*"
             or lineBuf(1:lineLen) equal spaces then
               exit perform cycle
           end-if
      * lineBad 1 is a line that does not parse, 2 one takeEntry
      * has already said what is wrong with
           perform takeEntry
           if lineBad equal 1 then
               call "printf" using
                   "DICTIONARY: %s line %d wants NAME | label | units"
                   & " | range or codes | SENSITIVE" & x"0a",
                   by reference pathBuf, by value lineNo
           end-if
           if lineBad not equal 0 then
               add 1 to badCount
           end-if
       end-perform
       call "fclose" using by value dicFile

       if badCount not equal 0 then
           call "fatal" using "data dictionary does not parse"
       end-if

       goback.

      ******************************************************
      * NAME | label | units | range or codes | SENSITIVE
       takeEntry.
           move 0 to lineBad
           move spaces to f1
           move spaces to f2
           move spaces to f3
           move spaces to f4
           move spaces to f5
           move spaces to f6
           unstring lineBuf delimited by "|"
               into f1 f2 f3 f4 f5 f6
           end-unstring
      * BASIC names are upper case however the entry was typed
           move function upper-case (function trim (f1)) to f1
           move function trim (f2) to f2
           move function trim (f3) to f3
           move function trim (f4) to f4
           move function upper-case (function trim (f5)) to f5
           if f1 equal spaces or f1(33:) not equal spaces
             or f2(41:) not equal spaces
             or f3(17:) not equal spaces
             or f4(61:) not equal spaces
             or (f5 not equal spaces and f5 not equal "SENSITIVE")
             or f6 not equal spaces then
               move 1 to lineBad
               exit paragraph
           end-if

           move f1(1:32) to nameText
           move 0 to varIdx
           perform varying i from 1 by 1 until i greater than nv
               move spaces to candBuf
               move vts-name(i) to np
               move 0 to cb
               perform until cb greater than 30
                   set address of byteCast to np
                   if byteCasted equal 0 then
                       exit perform
                   end-if
                   add 1 to cb
                   set address of svalCast to
                       address of candBuf(cb:1)
                   move byteCasted to svalCasted
                   set np up by 1
               end-perform
               if candBuf equal nameText then
                   move i to varIdx
                   exit perform
               end-if
           end-perform

      * a sensitive entry that names nothing is a mistyped name
      * whose value would go out in clear, so it stops the run
           if varIdx equal 0 then
               if f5 equal "SENSITIVE" then
                   move 32 to nameLen
                   perform with test before until nameLen less than 1
                     or nameText(nameLen:1) not equal space
                       subtract 1 from nameLen
                   end-perform
                   call "printf" using
                     "DICTIONARY: %s line %d marks %.*s SENSITIVE but"
                     & " the program does not declare it" & x"0a",
                     by reference pathBuf, by value lineNo,
                     by value nameLen, by reference nameText
                   move 2 to lineBad
                   exit paragraph
               end-if
               call "printf" using
                 "DICTIONARY: program does not declare %.32s" & x"0a",
                 by reference nameText
               exit paragraph
           end-if

      * a second entry for one variable is a conflict, not an update
           if dicSeen(varIdx) not equal 0 then
               move 1 to lineBad
               exit paragraph
           end-if
           move 1 to dicSeen(varIdx)
           move f2(1:40) to dic-label(varIdx)
           move f3(1:16) to dic-units(varIdx)
           move f4(1:60) to dic-range(varIdx)
           if f5 equal "SENSITIVE" then
               move 1 to dic-sensitive(varIdx)
           end-if
           exit.

       end program loadDictionary.

      ******************************************************************
      **
      ** dictionaryLabel: one variable's dictionary entry as the text
      ** shown beside its name - "label (units) [range] SENSITIVE",
      ** parts left out where the entry has none. labelLen comes back
      ** zero for a variable the dictionary says nothing about
      **

       identification division.

       program-id. dictionaryLabel.

       environment division.


       working-storage section.

       01 pt usage binary-long signed.
       01 fl usage binary-long signed.

       linkage section.

       01 varIdx usage binary-long signed.
       01 labelText pic x(160).
       01 labelLen usage binary-long signed.

       procedure division using by value varIdx,
                                by reference labelText,
                                by reference labelLen.

       move spaces to labelText
       move 0 to labelLen
       if varIdx less than 1 or varIdx greater than 256 then
           goback
       end-if

       move 1 to pt
       move 40 to fl
       perform with test before until fl less than 1
         or dic-label(varIdx)(fl:1) not equal space
           subtract 1 from fl
       end-perform
       if fl greater than 0 then
           string dic-label(varIdx)(1:fl) delimited by size
               into labelText with pointer pt
           end-string
       end-if

       move 16 to fl
       perform with test before until fl less than 1
         or dic-units(varIdx)(fl:1) not equal space
           subtract 1 from fl
       end-perform
       if fl greater than 0 then
           if pt greater than 1 then
               add 1 to pt
           end-if
           string "(" dic-units(varIdx)(1:fl) ")" delimited by size
               into labelText with pointer pt
           end-string
       end-if

       move 60 to fl
       perform with test before until fl less than 1
         or dic-range(varIdx)(fl:1) not equal space
           subtract 1 from fl
       end-perform
       if fl greater than 0 then
           if pt greater than 1 then
               add 1 to pt
           end-if
           string "[" dic-range(varIdx)(1:fl) "]" delimited by size
               into labelText with pointer pt
           end-string
       end-if

       if dic-sensitive(varIdx) not equal 0 then
           if pt greater than 1 then
               add 1 to pt
           end-if
           string "SENSITIVE" delimited by size
               into labelText with pointer pt
           end-string
       end-if

       compute labelLen equal pt - 1

       goback.

       end program dictionaryLabel.

      ******************************************************************
      **
      ** lineageSlot: hand out the next event row, oldest first to be
      ** overwritten - the ring keeps the most recent events, the
      ** ones that actually produced the final values
      **

       identification division.

       program-id. lineageSlot.

       environment division.


       working-storage section.

       linkage section.

       01 slot usage binary-long signed.

       procedure division using by reference slot.

       compute slot equal function mod (lineageCount, 4096) + 1
       add 1 to lineageCount

       goback.

       end program lineageSlot.

      ******************************************************************
      **
      ** lineageFormatNum / lineageFormatStr: one value as the short
      ** text the event rows and the report carry
      **

       identification division.

       program-id. lineageFormatNum.

       environment division.


       working-storage section.

       copy "casts.cpy".

       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
       01 j usage binary-long signed.
       01 cl usage binary-long signed.

       linkage section.

       01 val usage computational-2.
       01 outText pic x(40).

       procedure division using by reference val,
                                by reference outText.

       move spaces to outText
       call "formatExp" using by reference val, by reference sbuf
       move sbuf-char(1) to cl
       if cl greater than 40 then
           move 40 to cl
       end-if
       perform varying j from 1 by 1 until j greater than cl
           set address of svalCast to address of outText(j:1)
           move sbuf-char(j + 1) to svalCasted
       end-perform

       goback.

       end program lineageFormatNum.

       identification division.

       program-id. lineageFormatStr.

       environment division.


       working-storage section.

       copy "casts.cpy".

       01 j usage binary-long signed.
       01 cl usage binary-long signed.
       01 sp2 usage pointer.

       linkage section.

       01 sval usage pointer.
       01 outText pic x(40).

       procedure division using by value sval,
                                by reference outText.

       move spaces to outText

       if sval equal NULL then
           move "(unset)" to outText
           goback
       end-if

       move sval to sp2
       set address of byteCast to sp2
       move byteCasted to cl
       if cl greater than 38 then
           move 38 to cl
       end-if

       move '"' to outText(1:1)
       perform varying j from 1 by 1 until j greater than cl
           set sp2 up by 1
           set address of byteCast to sp2
           set address of svalCast to address of outText(j + 1:1)
           move byteCasted to svalCasted
       end-perform
       move '"' to outText(cl + 2:1)

       goback.

       end program lineageFormatStr.

      ******************************************************************
      **
      ** writeLineageReport: the roll-up the auditors asked for -
      ** for each watched decision variable, its final value and the
      ** assignments that led there (oldest surviving event first),
      ** then the IF outcomes along the same path. Written on every
      ** exit path, after the rest of the evidence.
      **

       identification division.

       program-id. writeLineageReport.

       environment division.


       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 repFile usage pointer.
       01 i usage binary-long signed.
       01 k usage binary-long signed.
       01 firstK usage binary-long signed.
       01 slot usage binary-long signed.
       01 branches usage binary-long signed.
       01 varLine pic x(255).
       01 vl usage binary-long signed.
       01 dropped usage binary-long signed.
       01 labelText pic x(160).
       01 labelLen usage binary-long signed.

       procedure division.

       if lineageMode equal 0 then
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or lineageFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move lineageFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeWrite
                     returning repFile
       if repFile equal NULL then
           goback
       end-if

       call "fprintf" using by value repFile,
           by reference "DECISION LINEAGE REPORT" & x"0a00"

       compute dropped equal lineageCount - 4096
       if dropped greater than 0 then
           call "fprintf" using by value repFile,
               by reference
               "(%d earlier event(s) aged out of the ring)" & x"0a00",
               by value dropped
       end-if

       move lineageCount to firstK
       subtract 4096 from firstK
       if firstK less than 0 then
           move 0 to firstK
       end-if

       perform varying i from 1 by 1 until i greater than nv

           if lineageWatched(i) equal 0 then
               exit perform cycle
           end-if

           call "formatVarRecord" using by value i,
               by reference varLine
           move 255 to vl
           perform with test before until vl less than 1
             or varLine(vl:1) not equal space
               subtract 1 from vl
           end-perform
           move low-value to varLine(vl + 1:1)
           call "fprintf" using by value repFile,
               by reference x"0a" & "FINAL %s" & x"0a00",
               by reference varLine
           call "dictionaryLabel" using by value i,
               by reference labelText, by reference labelLen
           if labelLen greater than 0 then
               call "fprintf" using by value repFile,
                   by reference "      %.*s" & x"0a00",
                   by value labelLen, by reference labelText
           end-if

           perform varying k from firstK by 1
             until k not less than lineageCount
               compute slot equal function mod (k, 4096) + 1
               if lin-kind(slot) equal 1 and lin-var(slot) equal i
                 then
                   if lin-sub(slot) not less than 0 then
                       call "fprintf" using by value repFile,
                           by reference
                           "  line %5d: (%d) %.40s -> %.40s" &
                           x"0a00",
                           by value lin-line(slot),
                           by value lin-sub(slot),
                           by reference lin-old(slot),
                           by reference lin-new(slot)
                   else
                       call "fprintf" using by value repFile,
                           by reference
                           "  line %5d: %.40s -> %.40s" & x"0a00",
                           by value lin-line(slot),
                           by reference lin-old(slot),
                           by reference lin-new(slot)
                   end-if
               end-if
           end-perform

       end-perform

       move 0 to branches
       perform varying k from firstK by 1
         until k not less than lineageCount
           compute slot equal function mod (k, 4096) + 1
           if lin-kind(slot) equal 2 then
               add 1 to branches
               if branches equal 1 then
                   call "fprintf" using by value repFile,
                       by reference x"0a" &
                       "BRANCH DECISIONS ON THE PATH" & x"0a00"
               end-if
               if lin-taken(slot) not equal 0 then
                   call "fprintf" using by value repFile,
                       by reference "  line %5d: IF taken" & x"0a00",
                       by value lin-line(slot)
               else
                   call "fprintf" using by value repFile,
                       by reference
                       "  line %5d: IF not taken" & x"0a00",
                       by value lin-line(slot)
               end-if
           end-if
       end-perform

       call "fclose" using by value repFile

       goback.

       end program writeLineageReport.

      ******************************************************************
      **
      ** writeHistory: append this run's outcome to the permanent
      ** ledger - a fixed-layout RUN header (timestamp, exit reason,
      ** image, catalog name) followed by the same NAME=VALUE lines
      ** dumpResults writes, indented two spaces. Called from every
      ** exit path, after the results dump.
      **

       identification division.

       program-id. writeHistory.

       environment division.

       copy "constants.cpy".

       01 i usage binary-long unsigned.
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 fnLen usage binary-long signed.
       01 progImage pic x(255).
       01 varLine pic x(255).
       01 runIdStart usage binary-long signed.
       01 runIdLen usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 eqPos usage binary-long signed.
       01 labelText pic x(160).
       01 labelLen usage binary-long signed.

       procedure division.

      * status 05 is the optional file being created on first use
       open extend history-fd
       if historyFileStatus not equal "00"
         and historyFileStatus not equal "05" then
           goback
       end-if

       accept dateBuf from date yyyymmdd
       accept timeBuf from time

      * the program's image is D1:'s, whichever drive its own OPENs
      * left selected - atrFileName names D1: only while it is the
      * current drive
       if currentDrive equal 1 then
           move atrFileName to progImage
       else
           move drv-fileName(1) to progImage
       end-if
       move 255 to fnLen
       perform with test before until fnLen less than 1
         or progImage(fnLen:1) not equal space
           subtract 1 from fnLen
       end-perform

      * the run ID is the last component of the run directory
       move 1 to runIdStart
       perform varying i from 1 by 1 until i greater than runDirLen
           if runDir(i:1) equal "/" then
               compute runIdStart equal i + 1
           end-if
       end-perform
       compute runIdLen equal runDirLen - runIdStart + 1

      * fixed columns: RUN at 1, timestamp at 5 (yyyymmdd-hhmmss),
      * EXIT= value at 26 for 24, then the image and catalog name -
      * historyReport picks the header apart by these positions.
      * RUN= (the run directory's name) follows the image path, for
      * housekeeping to tell which run directories failed
       move spaces to history-record
       move "RUN" to history-record(1:3)
       move dateBuf to history-record(5:8)
       move "-" to history-record(13:1)
       move timeBuf(1:6) to history-record(14:6)
       move "EXIT=" to history-record(21:5)
       move exitReason to history-record(26:24)
       move "PROG=" to history-record(51:5)
       move catalogPName to history-record(56:8)
       move "." to history-record(64:1)
       move catalogExt to history-record(65:3)
       move "ATR=" to history-record(69:4)
       if runIdLen greater than 40 then
           move 0 to runIdLen
       end-if
       if fnLen greater than 178 - runIdLen then
           compute fnLen equal 178 - runIdLen
       end-if
       if fnLen greater than 0 then
           move progImage(1:fnLen) to history-record(73:fnLen)
       end-if
       if runIdLen greater than 0 then
           move " RUN=" to history-record(73 + fnLen:5)
           move runDir(runIdStart:runIdLen)
             to history-record(78 + fnLen:runIdLen)
       end-if
       write history-record

      * a run that lost the lock race says so right under its header,
      * so nobody goes hunting for disk writes that never landed
       if atrReadOnly not equal 0 then
           move spaces to history-record
           move "  IMAGE-LOCK=READ-ONLY (disk writes not saved)"
             to history-record
           write history-record
       end-if

      * the ledger is kept for years: a sensitive value goes in
      * masked, and a labelled variable's dictionary label follows
      * on its own line, indented four
       perform varying i from 1 by 1 until i greater than nv
           call "formatVarRecord" using by value i,
               by reference varLine
           move i to varIdx
           if dic-sensitive(varIdx) not equal 0 then
               perform varying eqPos from 1 by 1
                 until eqPos greater than 246
                   if varLine(eqPos:1) equal "=" then
                       exit perform
                   end-if
               end-perform
               move spaces to varLine(eqPos + 1:)
               move "********" to varLine(eqPos + 1:8)
           end-if
           move spaces to history-record
           move varLine(1:253) to history-record(3:253)
           write history-record
           call "dictionaryLabel" using by value varIdx,
               by reference labelText, by reference labelLen
           if labelLen greater than 0 then
               move spaces to history-record
               move labelText(1:labelLen) to history-record(5:labelLen)
               write history-record
           end-if
       end-perform

       close history-fd

       goback.

       end program writeHistory.

      ******************************************************************
      **
      ** accountingStart: mark where the current run's usage begins -
      ** the clock, the statement count, and fresh answer and sector
      ** tallies. Taken at startup, as each job of a deck is loaded,
      ** and as a service rewinds for its next request
      **

       identification division.

       program-id. accountingStart.

       environment division.


       working-storage section.

       01 nowTime pic 9(8).

       procedure division.

       accept nowTime from time
       compute acctStartHundredths equal
           function numval (nowTime(1:2)) * 360000 +
           function numval (nowTime(3:2)) * 6000 +
           function numval (nowTime(5:2)) * 100 +
           function numval (nowTime(7:2))
       move statementCount to acctStartStatements
       move 0 to acctAnswers
       move 0 to acctSectors

       goback.

       end program accountingStart.

      ******************************************************************
      **
      ** writeAccounting: append the current run's usage record to
      ** the accounting file. Called from every exit path beside
      ** writeHistory, so a run is charged however it ended
      **

       identification division.

       program-id. writeAccounting.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 nowHundredths usage binary-long unsigned.
       01 elapsedHundredths usage binary-long unsigned.
       01 i usage binary-long signed.
       01 slashPos usage binary-long signed.

       procedure division.

       if accountingFileName equal spaces then
           goback
       end-if

      * status 05 is the optional file being created on first use
       open extend accounting-fd
       if accountingFileStatus not equal "00"
         and accountingFileStatus not equal "05" then
           goback
       end-if

       accept dateBuf from date yyyymmdd
       accept timeBuf from time

      * wall-clock time since the run's start mark, across one
      * midnight the way the watchdog counts it
       compute nowHundredths equal
           function numval (timeBuf(1:2)) * 360000 +
           function numval (timeBuf(3:2)) * 6000 +
           function numval (timeBuf(5:2)) * 100 +
           function numval (timeBuf(7:2))
       if nowHundredths less than acctStartHundredths then
           compute elapsedHundredths equal
               nowHundredths + 8640000 - acctStartHundredths
       else
           compute elapsedHundredths equal
               nowHundredths - acctStartHundredths
       end-if

       move spaces to accounting-record
       move dateBuf to acr-stamp(1:8)
       move "-" to acr-stamp(9:1)
       move timeBuf(1:6) to acr-stamp(10:6)
       move acctDepartment to acr-department
       string catalogPName delimited by space
              "." delimited by size
              catalogExt delimited by space
              into acr-program
       end-string
       evaluate true
         when jobStreamMode not equal 0
           move jobNumber to acr-job
         when serviceMode not equal 0
           move serviceRequests to acr-job
         when other
           move 0 to acr-job
       end-evaluate
       compute acr-seconds rounded equal elapsedHundredths / 100
       compute acr-statements equal
           statementCount - acctStartStatements
       move acctAnswers to acr-answers
       evaluate true
         when monteCarloRuns greater than 1
           move monteCarloDone to acr-passes
         when sweepPasses greater than 0
           move sweepDone to acr-passes
         when other
           move 1 to acr-passes
       end-evaluate
       move acctSectors to acr-sectors
       move exitReason to acr-reason

      * the run directory's own name; the base it sits under is
      * the same for every run
       move 0 to slashPos
       perform varying i from 1 by 1 until i greater than runDirLen
           if runDir(i:1) equal "/" then
               move i to slashPos
           end-if
       end-perform
       if runDirLen greater than slashPos then
           move runDir(slashPos + 1:runDirLen - slashPos)
             to acr-runDir
       end-if

       write accounting-record
       close accounting-fd

       goback.

       end program writeAccounting.

      ******************************************************************
      **
      ** historyReport: read the ledger back and summarize the runs
      ** in the requested date range - every run header, totals per
      ** exit reason, and the distribution of each variable's final
      ** values across those runs (distinct values with counts for
      ** strings, min/max/mean for numerics).
      **

       identification division.

       program-id. historyReport.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 runCount usage binary-long signed.
       01 inRange usage binary-long signed.
       01 runDate pic x(8).
       01 reasonText pic x(24).
       01 i usage binary-long signed.
       01 r usage binary-long signed.
       01 eqPos usage binary-long signed.
       01 nameText pic x(32).
       01 valueText pic x(64).
       01 valueLen usage binary-long signed.
       01 numericVal usage computational-2.
       01 isNumeric usage binary-long signed.
       01 hit usage binary-long signed.
       01 lineBuf pic x(255).
       01 outBuf pic x(80).
       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
       01 cstr pic x(64).
       01 j usage binary-long signed.
       01 cl usage binary-long signed.

      * per-exit-reason tallies
       01 reasonTally.
           05 reasonRow occurs 16 times.
               10 reasonName pic x(24).
               10 reasonCount usage binary-long signed.
       01 reasonRows usage binary-long signed value 0.

      * per-variable value distributions
       01 varTally.
           05 varRow occurs 48 times.
               10 vtName pic x(32).
               10 vtLabel pic x(160).
               10 vtValueRows usage binary-long signed.
               10 vtOverflow usage binary-long signed.
               10 vtNumCount usage binary-long signed.
               10 vtSum usage computational-2.
               10 vtMin usage computational-2.
               10 vtMax usage computational-2.
               10 vtValueRow occurs 16 times.
                   15 vtValueText pic x(64).
                   15 vtValueCount usage binary-long signed.
       01 varRows usage binary-long signed value 0.
      * the tally row the last variable line went to, for the
      * dictionary label line that follows it
       01 lastRow usage binary-long signed value 0.

       procedure division.

       move 0 to runCount
       move 0 to inRange

       open input history-fd
       if historyFileStatus not equal "00" then
           call "printf" using "no run history at %.80s" & x"0a",
               by reference historyFileName
           goback
       end-if

       perform forever

           read history-fd into lineBuf
             at end
               exit perform
           end-read

           if lineBuf(1:4) equal "RUN " then
               move lineBuf(5:8) to runDate
               move 0 to inRange
               if (historyFrom equal spaces
                   or runDate not less than historyFrom)
                 and (historyTo equal spaces
                   or runDate not greater than historyTo) then
                   move 1 to inRange
                   add 1 to runCount
                   move lineBuf(26:24) to reasonText
                   perform tallyReason
                   move 255 to cl
                   perform with test before until cl less than 1
                     or lineBuf(cl:1) not equal space
                       subtract 1 from cl
                   end-perform
                   call "printf" using "%.*s" & x"0a",
                       by value cl, by reference lineBuf
               end-if
           else
               if inRange not equal 0
                 and lineBuf(1:2) equal spaces
                 and lineBuf(3:1) not equal space then
                   perform tallyVariable
               else
                   if inRange not equal 0 and lastRow greater than 0
                     and lineBuf(1:4) equal spaces
                     and lineBuf(5:1) not equal space then
                       move lineBuf(5:160) to vtLabel(lastRow)
                   end-if
                   move 0 to lastRow
               end-if
           end-if

       end-perform

       close history-fd

       call "printf" using "%d run(s) in range" & x"0a",
           by value runCount

       perform varying r from 1 by 1 until r greater than reasonRows
           move spaces to outBuf
           move reasonName(r) to outBuf(1:24)
           move low-value to outBuf(25:1)
           call "printf" using "%7d x EXIT=%s" & x"0a",
               by value reasonCount(r), by reference outBuf
       end-perform

       perform varying i from 1 by 1 until i greater than varRows

           move spaces to outBuf
           move vtName(i) to outBuf(1:32)
           move low-value to outBuf(33:1)
           if vtLabel(i) equal spaces then
               call "printf" using "%s:" & x"0a", by reference outBuf
           else
               move 32 to j
               perform with test before until j less than 1
                 or vtName(i)(j:1) not equal space
                   subtract 1 from j
               end-perform
               move 160 to cl
               perform with test before until cl less than 1
                 or vtLabel(i)(cl:1) not equal space
                   subtract 1 from cl
               end-perform
               call "printf" using "%.*s - %.*s:" & x"0a",
                   by value j, by reference vtName(i),
                   by value cl, by reference vtLabel(i)
           end-if

           if vtNumCount(i) not equal 0 then
               compute numericVal equal vtSum(i) / vtNumCount(i)
               call "formatExp" using by reference vtMin(i),
                   by reference sbuf
               perform cstrFromSbuf
               call "printf" using "  numeric min %s",
                   by reference cstr
               call "formatExp" using by reference vtMax(i),
                   by reference sbuf
               perform cstrFromSbuf
               call "printf" using " max %s", by reference cstr
               call "formatExp" using by reference numericVal,
                   by reference sbuf
               perform cstrFromSbuf
               call "printf" using " mean %s over %d run(s)" & x"0a",
                   by reference cstr, by value vtNumCount(i)
           end-if

           perform varying r from 1 by 1
             until r greater than vtValueRows(i)
               move spaces to outBuf
               move vtValueText(i, r) to outBuf(1:64)
               move 64 to cl
               perform with test before until cl less than 1
                 or outBuf(cl:1) not equal space
                   subtract 1 from cl
               end-perform
               move low-value to outBuf(cl + 1:1)
               call "printf" using "%7d x ""%s""" & x"0a",
                   by value vtValueCount(i, r), by reference outBuf
           end-perform
           if vtOverflow(i) not equal 0 then
               call "printf" using
                   "%7d x (other values)" & x"0a",
                   by value vtOverflow(i)
           end-if

       end-perform

       goback.

       tallyReason.
           move 0 to hit
           perform varying r from 1 by 1 until r greater than
             reasonRows
               if reasonName(r) equal reasonText then
                   add 1 to reasonCount(r)
                   move 1 to hit
                   exit perform
               end-if
           end-perform
           if hit equal 0 and reasonRows less than 16 then
               add 1 to reasonRows
               move reasonText to reasonName(reasonRows)
               move 1 to reasonCount(reasonRows)
           end-if
           exit.

       tallyVariable.
      * "  NAME=VALUE" - split at the first equals sign
           move 0 to lastRow
           move 0 to eqPos
           perform varying j from 3 by 1 until j greater than 34
               if lineBuf(j:1) equal "=" then
                   move j to eqPos
                   exit perform
               end-if
           end-perform
           if eqPos equal 0 then
               exit paragraph
           end-if

           move spaces to nameText
           compute cl equal eqPos - 3
           if cl greater than 32 then
               move 32 to cl
           end-if
           if cl greater than 0 then
               move lineBuf(3:cl) to nameText(1:cl)
           end-if

           move spaces to valueText
           move 255 to valueLen
           perform with test before until valueLen less than eqPos
             or lineBuf(valueLen:1) not equal space
               subtract 1 from valueLen
           end-perform
           compute valueLen equal valueLen - eqPos
           if valueLen greater than 64 then
               move 64 to valueLen
           end-if
           if valueLen greater than 0 then
               move lineBuf(eqPos + 1:valueLen)
                 to valueText(1:valueLen)
           end-if

      * find (or create) this variable's tally row
           move 0 to hit
           perform varying i from 1 by 1 until i greater than varRows
               if vtName(i) equal nameText then
                   move 1 to hit
                   exit perform
               end-if
           end-perform
           if hit equal 0 then
               if varRows not less than 48 then
                   exit paragraph
               end-if
               add 1 to varRows
               move varRows to i
               move nameText to vtName(i)
               move spaces to vtLabel(i)
               move 0 to vtValueRows(i)
               move 0 to vtOverflow(i)
               move 0 to vtNumCount(i)
               move 0 to vtSum(i)
           end-if
           move i to lastRow

      * numeric values feed min/max/mean, all values feed the
      * distinct-value distribution
           move 1 to isNumeric
           if valueLen equal 0 then
               move 0 to isNumeric
           end-if
           perform varying j from 1 by 1 until j greater than
             valueLen
               if valueText(j:1) not equal "0"
                 and valueText(j:1) not equal "1"
                 and valueText(j:1) not equal "2"
                 and valueText(j:1) not equal "3"
                 and valueText(j:1) not equal "4"
                 and valueText(j:1) not equal "5"
                 and valueText(j:1) not equal "6"
                 and valueText(j:1) not equal "7"
                 and valueText(j:1) not equal "8"
                 and valueText(j:1) not equal "9"
                 and valueText(j:1) not equal "."
                 and valueText(j:1) not equal "-"
                 and valueText(j:1) not equal "+" then
                   move 0 to isNumeric
                   exit perform
               end-if
           end-perform

           if isNumeric not equal 0 then
               compute numericVal equal function numval (valueText)
               add 1 to vtNumCount(i)
               add numericVal to vtSum(i)
               if vtNumCount(i) equal 1 then
                   move numericVal to vtMin(i)
                   move numericVal to vtMax(i)
               else
                   if numericVal less than vtMin(i) then
                       move numericVal to vtMin(i)
                   end-if
                   if numericVal greater than vtMax(i) then
                       move numericVal to vtMax(i)
                   end-if
               end-if
           end-if

           move 0 to hit
           perform varying r from 1 by 1
             until r greater than vtValueRows(i)
               if vtValueText(i, r) equal valueText then
                   add 1 to vtValueCount(i, r)
                   move 1 to hit
                   exit perform
               end-if
           end-perform
           if hit equal 0 then
               if vtValueRows(i) less than 16 then
                   add 1 to vtValueRows(i)
                   move vtValueRows(i) to r
                   move valueText to vtValueText(i, r)
                   move 1 to vtValueCount(i, r)
               else
                   add 1 to vtOverflow(i)
               end-if
           end-if
           exit.

       cstrFromSbuf.
           move spaces to cstr
           move sbuf-char(1) to cl
           if cl greater than 62 then
               move 62 to cl
           end-if
           perform varying j from 1 by 1 until j greater than cl
               set address of svalCast to address of cstr(j:1)
               move sbuf-char(j + 1) to svalCasted
           end-perform
           move low-value to cstr(cl + 1:1)
           exit.

       end program historyReport.

      ******************************************************************
      **
      ** chargebackRun: one month of the accounting file, billed. The
      ** rate table prices each unit of use - a run, a wall-clock
      ** second, a thousand statements, an INPUT answer, a pass, a
      ** sector written - with DEFAULT rates and per-department
      ** overrides. Out comes a bill per department, the control
      ** totals that prove every record of the month was billed once,
      ** and a fixed-layout load file (H header, D per department, T
      ** trailer) for finance
      **

       identification division.

       program-id. chargebackRun.

       environment division.


       copy "constants.cpy".

       01 rateFile usage pointer.
       01 billFile usage pointer.
       01 loadFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 rateLine usage binary-long signed.
       01 w1 pic x(40).
       01 w2 pic x(40).
       01 w3 pic x(40).
       01 w4 pic x(40).
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 k usage binary-long signed.
       01 d usage binary-long signed.
       01 itemIdx usage binary-long signed.
       01 eofFlag usage binary-long signed.
       01 badRates usage binary-long signed.
       01 cbExitCode usage binary-long signed.
       01 codeLen usage binary-long signed.
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 deptCode pic x(8).
       01 rateVal pic 9(7)v9(6).

      * the six billable units, in the order every table below
      * keeps them
       01 itemNameStr.
           05 filler pic x(8) value "RUN".
           05 filler pic x(8) value "SECOND".
           05 filler pic x(8) value "KSTMT".
           05 filler pic x(8) value "ANSWER".
           05 filler pic x(8) value "PASS".
           05 filler pic x(8) value "SECTOR".
       01 itemNameTable redefines itemNameStr.
           05 itemName occurs 6 times pic x(8).
       01 itemLabelStr.
           05 filler pic x(12) value "RUNS".
           05 filler pic x(12) value "SECONDS".
           05 filler pic x(12) value "STATEMENTS".
           05 filler pic x(12) value "ANSWERS".
           05 filler pic x(12) value "PASSES".
           05 filler pic x(12) value "SECTORS".
       01 itemLabelTable redefines itemLabelStr.
           05 itemLabel occurs 6 times pic x(12).

       01 rateCount usage binary-long signed value 0.
       01 rateTable.
           05 rateRow occurs 128 times.
               10 rt-dept pic x(8).
               10 rt-item usage binary-long signed.
               10 rt-rate pic 9(7)v9(6).

       01 deptCount usage binary-long signed value 0.
       01 deptTable.
           05 deptRow occurs 128 times.
               10 dp-code pic x(8).
               10 dp-qty occurs 6 times pic 9(15) packed-decimal.
               10 dp-amount occurs 6 times pic 9(13)v99
                   packed-decimal.
               10 dp-total pic 9(13)v99 packed-decimal.
       01 swapRow pic x(200).

      * control totals: what was read, and the month's quantities
      * as the records went by - the department rows must add back
      * up to these
       01 readCount pic 9(9) value 0.
       01 monthCount pic 9(9) value 0.
       01 otherCount pic 9(9) value 0.
       01 rejectCount pic 9(9) value 0.
       01 ctlQty occurs 6 times pic 9(15) packed-decimal.
       01 sumQty pic 9(15) packed-decimal.
       01 grandTotal pic 9(13)v99 packed-decimal.
       01 amountCheck pic 9(13)v99 packed-decimal.
       01 outOfBalance usage binary-long signed.

       01 qtyEd pic zzz,zzz,zzz,zz9.
       01 rateEd pic z(6)9.9(6).
       01 amtEd pic z,zzz,zzz,zz9.99.
       01 cntEd pic zzz,zzz,zz9.
       01 perText pic x(6).
       01 balanceText pic x(14).
       01 balanceLen usage binary-long signed.

       01 loadDetail.
           05 ld-type pic x value "D".
           05 filler pic x value space.
           05 ld-dept pic x(8).
           05 filler pic x value space.
           05 ld-month pic x(6).
           05 filler pic x value space.
           05 ld-runs pic 9(9).
           05 filler pic x value space.
           05 ld-seconds pic 9(11).
           05 filler pic x value space.
           05 ld-statements pic 9(13).
           05 filler pic x value space.
           05 ld-answers pic 9(9).
           05 filler pic x value space.
           05 ld-passes pic 9(9).
           05 filler pic x value space.
           05 ld-sectors pic 9(9).
           05 filler pic x value space.
           05 ld-amount pic 9(13).99.
           05 filler pic x value low-value.
       01 loadTrailer.
           05 filler pic x value "T".
           05 filler pic x value space.
           05 lt-month pic x(6).
           05 filler pic x value space.
           05 lt-depts pic 9(5).
           05 filler pic x value space.
           05 lt-records pic 9(9).
           05 filler pic x value space.
           05 lt-amount pic 9(13).99.
           05 filler pic x value low-value.

       procedure division.

       move exitCodeEnd to cbExitCode

       perform loadRates
       if badRates not equal 0 then
           move exitCodeFatal to return-code
           goback
       end-if

       perform varying k from 1 by 1 until k greater than 6
           move 0 to ctlQty(k)
       end-perform

       open input accounting-fd
       if accountingFileStatus not equal "00"
         and accountingFileStatus not equal "05" then
           call "printf" using
               "CHARGEBACK: cannot read the accounting file (status"
               & " %.2s)" & x"0a", by reference accountingFileStatus
           move exitCodeFatal to return-code
           goback
       end-if
       move 0 to eofFlag
       perform until eofFlag not equal 0
           read accounting-fd
               at end
                   move 1 to eofFlag
               not at end
                   perform takeRecord
           end-read
       end-perform
       close accounting-fd

       perform sortDepartments
       perform priceDepartments
       perform writeBill
       perform writeLoadFile

       move grandTotal to amtEd
       call "printf" using
           "CHARGEBACK %.6s: %d department(s), %d record(s), total"
           & " %.16s %.*s" & x"0a",
           by reference chargebackMonth, by value deptCount,
           by value monthCount, by reference amtEd,
           by value balanceLen, by reference balanceText
       if outOfBalance not equal 0 then
           move exitCodeFatal to cbExitCode
       end-if
       call "reportRunDir"

       move cbExitCode to return-code
       goback.

      ******************************************************
      * DEPARTMENT ITEM RATE per line; anything that will not
      * price is reported with its line and fails the run before
      * a single record is billed
       loadRates.
           move 0 to badRates
           move 255 to pLen
           perform with test before until pLen less than 1
             or rateTableName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move rateTableName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning rateFile
           if rateFile equal NULL then
               call "printf" using
                   "CHARGEBACK: cannot read rate table %s" & x"0a",
                   by reference pathBuf
               move 1 to badRates
               exit paragraph
           end-if

           move 0 to rateLine
           perform forever
               call "fgets" using by reference lineBuf, by value 300,
                   by value rateFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               add 1 to rateLine
               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a"
                     or lineBuf(i:1) equal x"0d"
                     or lineBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 300 then
                   move spaces to lineBuf(lineLen + 1:300 - lineLen)
               end-if
               if lineLen equal 0 or lineBuf(1:1) equal "*"
                 or lineBuf(1:lineLen) equal spaces then
                   exit perform cycle
               end-if
               perform takeRate
           end-perform

           call "fclose" using by value rateFile

           if rateCount equal 0 and badRates equal 0 then
               call "printf" using
                   "CHARGEBACK: rate table %s has no rates" & x"0a",
                   by reference pathBuf
               move 1 to badRates
           end-if
           exit.

       takeRate.
           move spaces to w1
           move spaces to w2
           move spaces to w3
           move spaces to w4
           unstring function trim (lineBuf) delimited by all space
               into w1 w2 w3 w4
           end-unstring
           move function upper-case (w1) to w1
           move function upper-case (w2) to w2

           move 0 to itemIdx
           perform varying k from 1 by 1 until k greater than 6
               if w2 equal itemName(k) then
                   move k to itemIdx
               end-if
           end-perform

           evaluate true
             when w4 not equal spaces or w3 equal spaces
               call "printf" using
                   "CHARGEBACK: rate line %d wants DEPARTMENT ITEM"
                   & " RATE" & x"0a", by value rateLine
               move 1 to badRates
             when w1(9:1) not equal space
               call "printf" using
                   "CHARGEBACK: rate line %d: department code longer"
                   & " than 8" & x"0a", by value rateLine
               move 1 to badRates
             when itemIdx equal 0
               call "printf" using
                   "CHARGEBACK: rate line %d: item must be RUN, SECOND,"
                   & " KSTMT, ANSWER, PASS or SECTOR" & x"0a",
                   by value rateLine
               move 1 to badRates
             when function test-numval (w3) not equal 0
               call "printf" using
                   "CHARGEBACK: rate line %d: rate is not a number"
                   & x"0a", by value rateLine
               move 1 to badRates
             when function numval (w3) less than 0
               call "printf" using
                   "CHARGEBACK: rate line %d: rate is negative"
                   & x"0a", by value rateLine
               move 1 to badRates
             when rateCount not less than 128
               call "printf" using
                   "CHARGEBACK: rate table holds 128 rates at most"
                   & x"0a"
               move 1 to badRates
             when other
               add 1 to rateCount
               move w1(1:8) to rt-dept(rateCount)
               move itemIdx to rt-item(rateCount)
               compute rt-rate(rateCount) equal function numval (w3)
           end-evaluate
           exit.

      ******************************************************
      * one accounting record: the month's go to their department
      * row, the rest are only counted
       takeRecord.
           add 1 to readCount
           if acr-stamp(1:8) is not numeric then
               add 1 to rejectCount
               exit paragraph
           end-if
           if acr-stamp(1:6) not equal chargebackMonth then
               add 1 to otherCount
               exit paragraph
           end-if
           if acr-seconds is not numeric
             or acr-statements is not numeric
             or acr-answers is not numeric
             or acr-passes is not numeric
             or acr-sectors is not numeric then
               add 1 to rejectCount
               exit paragraph
           end-if
           add 1 to monthCount

           move acr-department to deptCode
           if deptCode equal spaces then
               move "UNKNOWN" to deptCode
           end-if
           move 0 to d
           perform varying j from 1 by 1 until j greater than deptCount
               if dp-code(j) equal deptCode then
                   move j to d
                   exit perform
               end-if
           end-perform
           if d equal 0 then
               if deptCount not less than 128 then
                   add 1 to rejectCount
                   subtract 1 from monthCount
                   exit paragraph
               end-if
               add 1 to deptCount
               move deptCount to d
               move deptCode to dp-code(d)
               perform varying k from 1 by 1 until k greater than 6
                   move 0 to dp-qty(d, k)
                   move 0 to dp-amount(d, k)
               end-perform
               move 0 to dp-total(d)
           end-if

           add 1 to dp-qty(d, 1) ctlQty(1)
           add acr-seconds to dp-qty(d, 2) ctlQty(2)
           add acr-statements to dp-qty(d, 3) ctlQty(3)
           add acr-answers to dp-qty(d, 4) ctlQty(4)
           add acr-passes to dp-qty(d, 5) ctlQty(5)
           add acr-sectors to dp-qty(d, 6) ctlQty(6)
           exit.

      ******************************************************
      * departments in code order, for the bill and the load
       sortDepartments.
           perform varying i from 2 by 1 until i greater than deptCount
               move i to j
               perform until j less than 2
                 or dp-code(j - 1) not greater than dp-code(j)
                   move deptRow(j) to swapRow
                   move deptRow(j - 1) to deptRow(j)
                   move swapRow to deptRow(j - 1)
                   subtract 1 from j
               end-perform
           end-perform
           exit.

      ******************************************************
      * each quantity at the department's rate, or the DEFAULT
      * rate where it has none of its own; statements are priced
      * by the thousand. Every amount is rounded to the cent on
      * its own line, so the bill adds up as printed
       priceDepartments.
           move 0 to grandTotal
           perform varying d from 1 by 1 until d greater than deptCount
               move 0 to dp-total(d)
               perform varying k from 1 by 1 until k greater than 6
                   move dp-code(d) to deptCode
                   move k to itemIdx
                   perform findRate
                   if k equal 3 then
                       compute dp-amount(d, k) rounded equal
                           dp-qty(d, k) * rateVal / 1000
                   else
                       compute dp-amount(d, k) rounded equal
                           dp-qty(d, k) * rateVal
                   end-if
                   add dp-amount(d, k) to dp-total(d)
               end-perform
               add dp-total(d) to grandTotal
           end-perform
           exit.

       findRate.
           move 0 to rateVal
           perform varying j from 1 by 1 until j greater than rateCount
               if rt-dept(j) equal "DEFAULT"
                 and rt-item(j) equal itemIdx then
                   move rt-rate(j) to rateVal
               end-if
           end-perform
           perform varying j from 1 by 1 until j greater than rateCount
               if rt-dept(j) equal deptCode
                 and rt-item(j) equal itemIdx then
                   move rt-rate(j) to rateVal
               end-if
           end-perform
           exit.

      ******************************************************
       writeBill.
           move 255 to pLen
           perform with test before until pLen less than 1
             or chargebackReportName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move chargebackReportName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning billFile
           if billFile equal NULL then
               call "printf" using
                   "CHARGEBACK: cannot write the bill %s" & x"0a",
                   by reference pathBuf
               move exitCodeFatal to cbExitCode
               exit paragraph
           end-if

           accept dateBuf from date yyyymmdd
           accept timeBuf from time
           move 255 to pLen
           perform with test before until pLen less than 1
             or rateTableName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           call "fprintf" using by value billFile,
               by reference
               "CHARGEBACK BILL FOR %.4s-%.2s" & x"0a"
               & "PRODUCED %.8s-%.6s FROM RATES %.*s" & x"0a00",
               by reference chargebackMonth(1:4),
               by reference chargebackMonth(5:2),
               by reference dateBuf, by reference timeBuf,
               by value pLen, by reference rateTableName

           perform varying d from 1 by 1 until d greater than deptCount
               move 8 to codeLen
               perform until codeLen equal 1
                 or dp-code(d)(codeLen:1) not equal space
                   subtract 1 from codeLen
               end-perform
               call "fprintf" using by value billFile,
                   by reference
                   x"0a" & "DEPARTMENT %.*s" & x"0a"
                   & "  ITEM                QUANTITY           RATE"
                   & "                AMOUNT" & x"0a00",
                   by value codeLen, by reference dp-code(d)
               perform varying k from 1 by 1 until k greater than 6
                   move dp-code(d) to deptCode
                   move k to itemIdx
                   perform findRate
                   move dp-qty(d, k) to qtyEd
                   move rateVal to rateEd
                   move dp-amount(d, k) to amtEd
                   move spaces to perText
                   if k equal 3 then
                       move "/1000" to perText
                   end-if
                   call "fprintf" using by value billFile,
                       by reference
                       "  %-12.12s %15.15s %.14s%-5.5s %.16s" & x"0a00",
                       by reference itemLabel(k),
                       by reference qtyEd, by reference rateEd,
                       by reference perText, by reference amtEd
               end-perform
               move dp-total(d) to amtEd
               call "fprintf" using by value billFile,
                   by reference
                   "  DEPARTMENT TOTAL %32s %.16s" & x"0a00",
                   by reference " ", by reference amtEd
           end-perform

      * the control totals: the department rows added back up must
      * give the quantities seen record by record, and the bills the
      * grand total
           move 0 to outOfBalance
           perform varying k from 1 by 1 until k greater than 6
               move 0 to sumQty
               perform varying d from 1 by 1
                 until d greater than deptCount
                   add dp-qty(d, k) to sumQty
               end-perform
               if sumQty not equal ctlQty(k) then
                   move 1 to outOfBalance
               end-if
           end-perform
           move 0 to amountCheck
           perform varying d from 1 by 1 until d greater than deptCount
               perform varying k from 1 by 1 until k greater than 6
                   add dp-amount(d, k) to amountCheck
               end-perform
           end-perform
           if amountCheck not equal grandTotal
             or ctlQty(1) not equal monthCount
             or readCount not equal
                monthCount + otherCount + rejectCount then
               move 1 to outOfBalance
           end-if
           if outOfBalance equal 0 then
               move "RECONCILED" to balanceText
               move 10 to balanceLen
           else
               move "OUT OF BALANCE" to balanceText
               move 14 to balanceLen
           end-if

           call "fprintf" using by value billFile,
               by reference x"0a" & "CONTROL TOTALS" & x"0a00"
           move readCount to cntEd
           call "fprintf" using by value billFile,
               by reference "  RECORDS READ            %.11s" & x"0a00",
               by reference cntEd
           move monthCount to cntEd
           call "fprintf" using by value billFile,
               by reference "  RECORDS BILLED          %.11s" & x"0a00",
               by reference cntEd
           move otherCount to cntEd
           call "fprintf" using by value billFile,
               by reference "  RECORDS OTHER MONTHS    %.11s" & x"0a00",
               by reference cntEd
           move rejectCount to cntEd
           call "fprintf" using by value billFile,
               by reference "  RECORDS REJECTED        %.11s" & x"0a00",
               by reference cntEd
           move deptCount to cntEd
           call "fprintf" using by value billFile,
               by reference "  DEPARTMENTS BILLED      %.11s" & x"0a00",
               by reference cntEd
           perform varying k from 1 by 1 until k greater than 6
               move ctlQty(k) to qtyEd
               call "fprintf" using by value billFile,
                   by reference "  TOTAL %-12.12s %15.15s" & x"0a00",
                   by reference itemLabel(k), by reference qtyEd
           end-perform
           move grandTotal to amtEd
           call "fprintf" using by value billFile,
               by reference "  TOTAL BILLED  %.16s  %.*s" & x"0a00",
               by reference amtEd, by value balanceLen,
               by reference balanceText

           call "fclose" using by value billFile
           exit.

      ******************************************************
       writeLoadFile.
           move 255 to pLen
           perform with test before until pLen less than 1
             or chargebackLoadName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move chargebackLoadName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning loadFile
           if loadFile equal NULL then
               call "printf" using
                   "CHARGEBACK: cannot write the load file %s" & x"0a",
                   by reference pathBuf
               move exitCodeFatal to cbExitCode
               exit paragraph
           end-if

           call "fprintf" using by value loadFile,
               by reference "H %.6s %.8s-%.6s" & x"0a00",
               by reference chargebackMonth, by reference dateBuf,
               by reference timeBuf
           perform varying d from 1 by 1 until d greater than deptCount
               move dp-code(d) to ld-dept
               move chargebackMonth to ld-month
               move dp-qty(d, 1) to ld-runs
               move dp-qty(d, 2) to ld-seconds
               move dp-qty(d, 3) to ld-statements
               move dp-qty(d, 4) to ld-answers
               move dp-qty(d, 5) to ld-passes
               move dp-qty(d, 6) to ld-sectors
               move dp-total(d) to ld-amount
               call "fprintf" using by value loadFile,
                   by reference "%s" & x"0a00",
                   by reference loadDetail
           end-perform
           move chargebackMonth to lt-month
           move deptCount to lt-depts
           move monthCount to lt-records
           move grandTotal to lt-amount
           call "fprintf" using by value loadFile,
               by reference "%s" & x"0a00",
               by reference loadTrailer

           call "fclose" using by value loadFile
           exit.

       end program chargebackRun.

      ******************************************************************
      **
      ** housekeepRun: the retention run. Run directories, the history
      ** ledger and image generations all pile up forever unless
      ** something ages them out; the policy file says how long each
      ** is kept, one entry per line, "*" starting a comment:
      **   RUNS         days  CLEAN | FAILED | OTHER | exit reason
      **   LEDGER       months
      **   GENERATIONS  days  [newest always kept, default 1]
      **   ARCHIVE      directory (default "archive" under the run base)
      ** where days may be FOREVER. A run directory is CLEAN when the
      ** history ledger shows it ending NORMAL END, FAILED when it
      ** ended any other way, unless that exit reason has a RUNS line
      ** of its own; a deck that ran several jobs is kept as long as
      ** its longest-kept job. OTHER covers run directories with no
      ** ledger entry (the report and maintenance modes) and follows
      ** CLEAN unless given. A class with no RUNS line is kept
      ** forever. Expired run directories go into one compressed
      ** bundle in the archive directory, which is read back before
      ** any of them is purged. LEDGER is how many closed months stay
      ** in the live ledger; older ones are appended to
      ** omgwtf2-history-yyyymm.txt in the archive directory, and the
      ** live ledger is only replaced once the run, record and hash
      ** totals going in reconcile with what is on disk coming out -
      ** otherwise the archives are cut back and the ledger left as
      ** it was; run directories are still classified from the
      ** archives once their ledger entries have been rolled off.
      ** Generations (image.1 to image.9) of D1: and any other
      ** drive named are removed once older than GENERATIONS days,
      ** under the image's lock - an image a live run holds is left
      ** alone and reported. A run directory whose run is still going
      ** is left alone and reported ACTIVE. Everything done, and the
      ** space it gave back, is reported
      **

       identification division.

       program-id. housekeepRun.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 policyFile usage pointer.
       01 reportFile usage pointer.
       01 pipeFile usage pointer.
       01 listFile usage pointer.
       01 newFile usage pointer.
       01 archFile usage pointer.
       01 measFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 cmdBuf pic x(1200).
       01 pLen usage binary-long signed.
       01 rbLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 trimBuf pic x(300).
       01 rest1 pic x(300).
       01 rest2 pic x(300).
       01 ptr usage binary-long signed.
       01 w1 pic x(40).
       01 w2 pic x(40).
       01 wLen usage binary-long signed.
       01 numVal usage binary-long signed.
       01 numOk usage binary-long signed.
       01 bigVal usage binary-double signed.
       01 zeroOffset usage binary-double signed value 0.
       01 savedHash usage binary-double signed.
       01 policyLine usage binary-long signed.
       01 badPolicy usage binary-long signed.
       01 hkExitCode usage binary-long signed.
       01 rc usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 r usage binary-long signed.
       01 m usage binary-long signed.
       01 d usage binary-long signed.
       01 g usage binary-long signed.
       01 qCount usage binary-long signed.
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).
       01 todayNum usage binary-long signed.
       01 genText pic 9.
       01 daysEd pic zzzz9.
       01 keepText pic x(7).
       01 actionText pic x(20).
       01 verdictText pic x(14).
       01 verdictLen usage binary-long signed.

      * the policy; -1 is kept forever, and OTHER not given (-2)
      * follows CLEAN
       01 archiveDir pic x(255) value spaces.
       01 archiveLen usage binary-long signed.
       01 cleanDays usage binary-long signed value -1.
       01 failedDays usage binary-long signed value -1.
       01 otherDays usage binary-long signed value -2.
       01 cleanGiven usage binary-long signed value 0.
       01 failedGiven usage binary-long signed value 0.
       01 givenTwice usage binary-long signed value 0.
       01 ledgerMonths usage binary-long signed value -1.
       01 genDays usage binary-long signed value -1.
       01 genKeep usage binary-long signed value 1.
       01 reasonCount usage binary-long signed value 0.
       01 reasonTable.
           05 reasonRow occurs 32 times.
               10 rp-reason pic x(24).
               10 rp-days usage binary-long signed.

      * the run directories under the run base; rn-days -2 until
      * the ledger has classified it. rn-state 1 expired, 2 found in
      * the bundle, 3 purged, 4 due but its run is still going
       01 ownRunId pic x(40).
       01 ownStart usage binary-long signed.
       01 runCount usage binary-long signed value 0.
       01 runOverflow usage binary-long signed value 0.
       01 runTable.
           05 runRow occurs 4096 times.
               10 rn-name pic x(40).
               10 rn-age usage binary-long signed.
               10 rn-days usage binary-long signed.
               10 rn-class pic x(24).
               10 rn-kb usage binary-double signed.
               10 rn-state usage binary-long signed.
       01 runId pic x(40).
       01 idPos usage binary-long signed.
       01 runPid usage binary-long signed.
       01 pidLen usage binary-long signed.
       01 activeCount usage binary-long signed value 0.
       01 reasonText pic x(24).
       01 entryDays usage binary-long signed.
       01 entryClass pic x(24).
       01 expiredCount usage binary-long signed value 0.
       01 purgedCount usage binary-long signed value 0.
       01 purgedKb usage binary-double signed value 0.
       01 bundleKb usage binary-double signed value 0.
       01 bundleName pic x(255).
       01 bundleLen usage binary-long signed.
       01 listName pic x(256).
       01 nameLen usage binary-long signed.
       01 actionLen usage binary-long signed.

      * the ledger roll: what was read, what went to each month's
      * archive and what stayed, as runs, records and a hash total
      * (the sum of every byte of every record)
       01 ledgerPath pic x(256).
       01 ledgerLen usage binary-long signed.
       01 newPath pic x(256).
       01 ledgerBad usage binary-long signed value 0.
       01 rolling usage binary-long signed value 0.
       01 rollBad usage binary-long signed value 0.
       01 balanced usage binary-long signed value 0.
       01 ledgerMoved usage binary-long signed value 0.
       01 cutoffMonth pic x(6).
       01 cutoffYm usage binary-long signed.
       01 cutoffYear pic 9(4).
       01 cutoffMon pic 9(2).
       01 curMonth pic x(6).
       01 isHeader usage binary-long signed.
       01 lineHash usage binary-double signed.
       01 archRow usage binary-long signed.
       01 inRuns usage binary-long signed value 0.
       01 inLines usage binary-long signed value 0.
       01 inHash usage binary-double signed value 0.
       01 rolledRuns usage binary-long signed value 0.
       01 rolledLines usage binary-long signed value 0.
       01 rolledHash usage binary-double signed value 0.
       01 keptRuns usage binary-long signed value 0.
       01 keptLines usage binary-long signed value 0.
       01 keptHash usage binary-double signed value 0.
       01 beforeRuns usage binary-long signed.
       01 beforeLines usage binary-long signed.
       01 beforeHash usage binary-double signed.
       01 beforeBytes usage binary-double signed.
       01 afterBytes usage binary-double signed value 0.
       01 monthCount usage binary-long signed value 0.
       01 monthTable.
           05 monthRow occurs 240 times.
               10 mo-month pic x(6).
               10 mo-path pic x(256).
               10 mo-bad usage binary-long signed.
               10 mo-existed usage binary-long signed.
               10 mo-runs usage binary-long signed.
               10 mo-lines usage binary-long signed.
               10 mo-hash usage binary-double signed.
               10 mo-preRuns usage binary-long signed.
               10 mo-preLines usage binary-long signed.
               10 mo-preHash usage binary-double signed.
               10 mo-preBytes usage binary-double signed.
               10 mo-postRuns usage binary-long signed.
               10 mo-postLines usage binary-long signed.
               10 mo-postHash usage binary-double signed.

      * measureFile: one file counted the way the roll counts it
       01 measPath pic x(256).
       01 measBuf pic x(300).
       01 measLen usage binary-long signed.
       01 mExists usage binary-long signed.
       01 mRuns usage binary-long signed.
       01 mLines usage binary-long signed.
       01 mHash usage binary-double signed.
       01 mBytes usage binary-double signed.

      * image generations
       01 imageName pic x(255).
       01 imageLen usage binary-long signed.
       01 genPath pic x(256).
       01 genSeen usage binary-long signed.
       01 genAge usage binary-long signed.
       01 genBytes usage binary-double signed.
       01 genCount usage binary-long signed value 0.
       01 genRemoved usage binary-long signed value 0.
       01 genKb usage binary-double signed value 0.
       01 genFreed usage binary-double signed value 0.
       01 statDate pic x(40).
       01 statSize pic x(40).
       01 homeImage pic x(255).
       01 homeSoft usage binary-long signed.
       01 netKb usage binary-double signed.
       01 ledgerKb usage binary-double signed.

       procedure division.

       move exitCodeEnd to hkExitCode
       accept dateBuf from date yyyymmdd
       accept timeBuf from time
       compute todayNum equal
           function integer-of-date (function numval (dateBuf))

       move 200 to rbLen
       perform with test before until rbLen less than 1
         or runBase(rbLen:1) not equal space
           subtract 1 from rbLen
       end-perform

       perform loadPolicy
       if badPolicy not equal 0 then
           move exitCodeFatal to return-code
           goback
       end-if

       perform openReport
       if reportFile equal NULL then
           move exitCodeFatal to return-code
           goback
       end-if

       perform listRunDirs
       perform classifyArchives
       perform ledgerPass
       perform expireRunDirs
       perform expireGenerations
       perform writeSummary

       call "fclose" using by value reportFile
       call "reportRunDir"

       move hkExitCode to return-code
       goback.

      ******************************************************
      * the policy file, every line checked before anything is
      * touched; a bad line fails the run
       loadPolicy.
           move 0 to badPolicy
           move 255 to pLen
           perform with test before until pLen less than 1
             or housekeepPolicyName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move housekeepPolicyName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning policyFile
           if policyFile equal NULL then
               call "printf" using
                   "HOUSEKEEPING: cannot read policy %s" & x"0a",
                   by reference pathBuf
               move 1 to badPolicy
               exit paragraph
           end-if

           move 0 to policyLine
           perform forever
               call "fgets" using by reference lineBuf, by value 300,
                   by value policyFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               add 1 to policyLine
               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a"
                     or lineBuf(i:1) equal x"0d"
                     or lineBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 300 then
                   move spaces to lineBuf(lineLen + 1:300 - lineLen)
               end-if
               if lineLen equal 0 or lineBuf(1:1) equal "*"
                 or lineBuf(1:lineLen) equal spaces then
                   exit perform cycle
               end-if
               perform takePolicy
           end-perform

           call "fclose" using by value policyFile

           if archiveDir equal spaces then
               move spaces to archiveDir
               string runBase(1:rbLen) delimited by size
                      "/archive" delimited by size
                      into archiveDir
               end-string
           end-if
           move 255 to archiveLen
           perform with test before until archiveLen less than 1
             or archiveDir(archiveLen:1) not equal space
               subtract 1 from archiveLen
           end-perform

      * every path goes to the shell in single quotes
           move 0 to qCount
           inspect archiveDir tallying qCount for all "'"
           inspect runBase tallying qCount for all "'"
           inspect runDir tallying qCount for all "'"
           if qCount not equal 0 then
               call "printf" using
                   "HOUSEKEEPING: run base, run directory or archive"
                   & " path contains a quote" & x"0a"
               move 1 to badPolicy
           end-if
           exit.

      * KEYWORD, then its first word, then the rest of the line
       takePolicy.
           move function trim (lineBuf) to trimBuf
           move spaces to w1
           move spaces to w2
           move spaces to rest1
           move spaces to rest2
           move 1 to ptr
           unstring trimBuf delimited by all space into w1
               with pointer ptr
           end-unstring
           if ptr less than 301 then
               move trimBuf(ptr:) to rest1
           end-if
           move 1 to ptr
           unstring rest1 delimited by all space into w2
               with pointer ptr
           end-unstring
           if ptr less than 301 then
               move rest1(ptr:) to rest2
           end-if
           move function upper-case (w1) to w1
           move function upper-case (w2) to w2
           move function upper-case (rest2) to rest2

           evaluate w1
             when "ARCHIVE"
               if w2 equal spaces or rest2 not equal spaces
                 or rest1(201:100) not equal spaces then
                   call "printf" using
                       "HOUSEKEEPING: policy line %d wants ARCHIVE"
                       & " directory" & x"0a", by value policyLine
                   move 1 to badPolicy
               else
                   move rest1 to archiveDir
               end-if
             when "RUNS"
               perform takeDays
               if numOk equal 0 or rest2 equal spaces
                 or rest2(25:) not equal spaces then
                   call "printf" using
                       "HOUSEKEEPING: policy line %d wants RUNS days"
                       & " CLEAN, FAILED, OTHER or an exit reason"
                       & x"0a", by value policyLine
                   move 1 to badPolicy
                   exit paragraph
               end-if
               evaluate rest2(1:24)
                 when "CLEAN"
                   move numVal to cleanDays
                   add 1 to cleanGiven
                 when "FAILED"
                   move numVal to failedDays
                   add 1 to failedGiven
                 when "OTHER"
                   if otherDays not equal -2 then
                       move 1 to givenTwice
                   end-if
                   move numVal to otherDays
                 when other
                   perform varying r from 1 by 1
                     until r greater than reasonCount
                       if rp-reason(r) equal rest2(1:24) then
                           move 1 to givenTwice
                       end-if
                   end-perform
                   if reasonCount not less than 32 then
                       call "printf" using
                           "HOUSEKEEPING: policy holds 32 exit"
                           & " reasons at most" & x"0a"
                       move 1 to badPolicy
                       exit paragraph
                   end-if
                   add 1 to reasonCount
                   move rest2(1:24) to rp-reason(reasonCount)
                   move numVal to rp-days(reasonCount)
               end-evaluate
               if cleanGiven greater than 1
                 or failedGiven greater than 1
                 or givenTwice not equal 0 then
                   call "printf" using
                       "HOUSEKEEPING: policy line %d gives a class"
                       & " twice" & x"0a", by value policyLine
                   move 1 to badPolicy
               end-if
             when "LEDGER"
               perform takeDays
               if numOk equal 0 or numVal less than 0
                 or rest2 not equal spaces then
                   call "printf" using
                       "HOUSEKEEPING: policy line %d wants LEDGER"
                       & " months" & x"0a", by value policyLine
                   move 1 to badPolicy
               else
                   move numVal to ledgerMonths
               end-if
             when "GENERATIONS"
               perform takeDays
               if numOk equal 0 then
                   call "printf" using
                       "HOUSEKEEPING: policy line %d wants GENERATIONS"
                       & " days [kept]" & x"0a", by value policyLine
                   move 1 to badPolicy
                   exit paragraph
               end-if
               move numVal to genDays
               if rest2 not equal spaces then
                   move rest2(1:40) to w2
                   perform takeDays
                   if numOk equal 0 or numVal less than 0
                     or numVal greater than 9
                     or rest2(41:) not equal spaces then
                       call "printf" using
                           "HOUSEKEEPING: policy line %d: generations"
                           & " kept must be 0 to 9" & x"0a",
                           by value policyLine
                       move 1 to badPolicy
                   else
                       move numVal to genKeep
                   end-if
               end-if
             when other
               call "printf" using
                   "HOUSEKEEPING: policy line %d: expected RUNS,"
                   & " LEDGER, GENERATIONS or ARCHIVE" & x"0a",
                   by value policyLine
               move 1 to badPolicy
           end-evaluate
           exit.

      * w2 as a count of days or months; FOREVER is -1
       takeDays.
           move 0 to numOk
           move -1 to numVal
           if w2 equal "FOREVER" then
               move 1 to numOk
               exit paragraph
           end-if
           move 40 to wLen
           perform with test before until wLen less than 1
             or w2(wLen:1) not equal space
               subtract 1 from wLen
           end-perform
           if wLen greater than 0 and wLen less than 6 then
               if w2(1:wLen) is numeric then
                   move function numval (w2(1:wLen)) to numVal
                   move 1 to numOk
               end-if
           end-if
           exit.

      * w2 as a byte or kilobyte count
       takeBig.
           move 0 to numOk
           move 0 to bigVal
           move 40 to wLen
           perform with test before until wLen less than 1
             or w2(wLen:1) not equal space
               subtract 1 from wLen
           end-perform
           if wLen greater than 0 and wLen less than 19 then
               if w2(1:wLen) is numeric then
                   move function numval (w2(1:wLen)) to bigVal
                   move 1 to numOk
               end-if
           end-if
           exit.

      ******************************************************
       openReport.
           move 255 to pLen
           perform with test before until pLen less than 1
             or housekeepReportName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move housekeepReportName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning reportFile
           if reportFile equal NULL then
               call "printf" using
                   "HOUSEKEEPING: cannot write the report %s" & x"0a",
                   by reference pathBuf
               exit paragraph
           end-if
           move 255 to pLen
           perform with test before until pLen less than 1
             or housekeepPolicyName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           call "fprintf" using by value reportFile,
               by reference
               "HOUSEKEEPING %.8s-%.6s POLICY %.*s" & x"0a"
               & "ARCHIVE %.*s" & x"0a00",
               by reference dateBuf, by reference timeBuf,
               by value pLen, by reference housekeepPolicyName,
               by value archiveLen, by reference archiveDir
           exit.

      ******************************************************
      * every run-yyyymmdd-hhmmss-pid directory under the run base
      * but this run's own
       listRunDirs.
           move 1 to ownStart
           perform varying i from 1 by 1 until i greater than runDirLen
               if runDir(i:1) equal "/" then
                   compute ownStart equal i + 1
               end-if
           end-perform
           move spaces to ownRunId
           if runDirLen not less than ownStart then
               move runDir(ownStart:runDirLen - ownStart + 1)
                 to ownRunId
           end-if

           move spaces to cmdBuf
           string "ls -1 '" delimited by size
                  runBase(1:rbLen) delimited by size
                  "' 2>/dev/null" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "popen" using by reference cmdBuf,
               by reference fopenModeRead
               returning pipeFile
           if pipeFile equal NULL then
               exit paragraph
           end-if
           perform forever
               call "fgets" using by reference lineBuf, by value 300,
                   by value pipeFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a"
                     or lineBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 14 or lineLen greater than 40
                 or lineBuf(1:4) not equal "run-"
                 or lineBuf(5:8) is not numeric
                 or lineBuf(13:1) not equal "-" then
                   exit perform cycle
               end-if
               if lineBuf(1:lineLen) equal ownRunId then
                   exit perform cycle
               end-if
               if function test-date-yyyymmdd
                   (function numval (lineBuf(5:8))) not equal 0 then
                   exit perform cycle
               end-if
               if runCount not less than 4096 then
                   add 1 to runOverflow
                   exit perform cycle
               end-if
               add 1 to runCount
               move spaces to rn-name(runCount)
               move lineBuf(1:lineLen) to rn-name(runCount)
               compute rn-age(runCount) equal todayNum -
                   function integer-of-date
                       (function numval (lineBuf(5:8)))
               move -2 to rn-days(runCount)
               move spaces to rn-class(runCount)
               move 0 to rn-kb(runCount)
               move 0 to rn-state(runCount)
           end-perform
           call "pclose" using by value pipeFile
           exit.

      ******************************************************
      * runs whose ledger entries were rolled off in earlier months
      * are classified from the monthly archives
       classifyArchives.
           move spaces to cmdBuf
           string "ls -1 '" delimited by size
                  archiveDir(1:archiveLen) delimited by size
                  "' 2>/dev/null" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "popen" using by reference cmdBuf,
               by reference fopenModeRead
               returning pipeFile
           if pipeFile equal NULL then
               exit paragraph
           end-if
           perform forever
               move spaces to measBuf
               call "fgets" using by reference measBuf, by value 300,
                   by value pipeFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               if measBuf(1:16) not equal "omgwtf2-history-"
                 or measBuf(17:6) is not numeric
                 or measBuf(23:5) not equal ".txt" & x"0a" then
                   exit perform cycle
               end-if
               move spaces to pathBuf
               string archiveDir(1:archiveLen) delimited by size
                      "/" delimited by size
                      measBuf(1:26) delimited by size
                      x"00" delimited by size
                      into pathBuf
               end-string
               call "fopen" using by reference pathBuf,
                             by reference fopenModeRead
                             returning archFile
               if archFile equal NULL then
                   exit perform cycle
               end-if
               perform forever
                   move spaces to lineBuf
                   call "fgets" using by reference lineBuf,
                       by value 300, by value archFile
                       returning gotPtr
                   if gotPtr equal NULL then
                       exit perform
                   end-if
                   inspect lineBuf replacing all x"0a" by space
                       all low-value by space
                   if lineBuf(1:4) equal "RUN " then
                       perform classifyRun
                   end-if
               end-perform
               call "fclose" using by value archFile
           end-perform
           call "pclose" using by value pipeFile
           exit.

      ******************************************************
      * one pass over the live ledger: each RUN header classifies
      * its run directory, and when a roll is due every record of a
      * closed month old enough goes to that month's archive and the
      * rest to the replacement ledger
       ledgerPass.
           move 255 to ledgerLen
           perform with test before until ledgerLen less than 1
             or historyFileName(ledgerLen:1) not equal space
               subtract 1 from ledgerLen
           end-perform
           move spaces to ledgerPath
           move historyFileName(1:ledgerLen) to ledgerPath(1:ledgerLen)
           move low-value to ledgerPath(ledgerLen + 1:1)
           move spaces to newPath
           move historyFileName(1:ledgerLen) to newPath(1:ledgerLen)
           move ".new" to newPath(ledgerLen + 1:4)
           move low-value to newPath(ledgerLen + 5:1)

           move ledgerPath to measPath
           perform measureFile
           move mRuns to beforeRuns
           move mLines to beforeLines
           move mHash to beforeHash
           move mBytes to beforeBytes
           move mBytes to afterBytes

      * the cutoff is the first month kept live: this month less the
      * closed months the policy keeps
           move 0 to rolling
           if ledgerMonths not less than 0 then
               compute cutoffYm equal
                   function numval (dateBuf(1:4)) * 12
                   + function numval (dateBuf(5:2)) - 1
                   - ledgerMonths
               compute cutoffYear equal cutoffYm / 12
               compute cutoffMon equal
                   cutoffYm - cutoffYear * 12 + 1
               move cutoffYear to cutoffMonth(1:4)
               move cutoffMon to cutoffMonth(5:2)
               call "fopen" using by reference newPath,
                             by reference fopenModeWrite
                             returning newFile
               if newFile equal NULL then
                   call "fprintf" using by value reportFile,
                       by reference
                       "cannot write %s - ledger not rolled" & x"0a00",
                       by reference newPath
                   move exitCodeFatal to hkExitCode
               else
                   move 1 to rolling
               end-if
           end-if

           open input history-fd
           if historyFileStatus not equal "00"
             and historyFileStatus not equal "05" then
               call "fprintf" using by value reportFile,
                   by reference
                   "cannot read the history ledger %s (status %.2s)"
                   & " - no run directory expired, ledger not rolled"
                   & x"0a00",
                   by reference ledgerPath,
                   by reference historyFileStatus
               move 1 to ledgerBad
               move exitCodeFatal to hkExitCode
               if rolling not equal 0 then
                   call "fclose" using by value newFile
                   call "remove" using by reference newPath
                   move 0 to rolling
               end-if
               exit paragraph
           end-if

           move spaces to curMonth
           move NULL to archFile
           move 0 to archRow
           perform forever
               read history-fd into lineBuf
                 at end
                   exit perform
               end-read
               move 255 to lineLen
               perform with test before until lineLen less than 1
                 or lineBuf(lineLen:1) not equal space
                   subtract 1 from lineLen
               end-perform
               move lineBuf to measBuf
               move lineLen to measLen
               perform hashLine
               add 1 to inLines
               add lineHash to inHash
               move 0 to isHeader
               if lineBuf(1:4) equal "RUN " then
                   move 1 to isHeader
                   add 1 to inRuns
                   move lineBuf(5:6) to curMonth
                   if curMonth is not numeric then
                       move spaces to curMonth
                   end-if
                   perform classifyRun
               end-if
               if rolling not equal 0 then
                   if curMonth not equal spaces
                     and curMonth less than cutoffMonth then
                       perform archiveLine
                   else
                       perform keepLine
                   end-if
               end-if
           end-perform
           close history-fd

           if rolling equal 0 then
               exit paragraph
           end-if
           if archFile not equal NULL then
               call "fclose" using by value archFile
           end-if
           call "fclose" using by value newFile
           if monthCount equal 0 then
               call "remove" using by reference newPath
               exit paragraph
           end-if

           perform reconcileRoll
           if balanced not equal 0 then
               perform commitRoll
           end-if
           if balanced equal 0 then
               perform abandonRoll
           end-if
           exit.

      * RUN= on the header names the run directory; the run keeps
      * the longest of the retentions its ledger entries earn
       classifyRun.
           move 0 to idPos
           perform varying j from 73 by 1 until j greater than 250
               if lineBuf(j:5) equal " RUN=" then
                   compute idPos equal j + 5
                   exit perform
               end-if
           end-perform
           if idPos equal 0 then
               exit paragraph
           end-if
           move spaces to runId
           unstring lineBuf(idPos:) delimited by space into runId
           end-unstring
           move 0 to r
           perform varying i from 1 by 1 until i greater than runCount
               if rn-name(i) equal runId then
                   move i to r
                   exit perform
               end-if
           end-perform
           if r equal 0 then
               exit paragraph
           end-if

           move lineBuf(26:24) to reasonText
           move -3 to entryDays
           perform varying i from 1 by 1 until i greater than
             reasonCount
               if rp-reason(i) equal reasonText then
                   move rp-days(i) to entryDays
                   move reasonText to entryClass
               end-if
           end-perform
           if entryDays equal -3 then
               if reasonText equal "NORMAL END" then
                   move cleanDays to entryDays
                   move "CLEAN" to entryClass
               else
                   move failedDays to entryDays
                   move "FAILED" to entryClass
               end-if
           end-if

           evaluate true
             when rn-days(r) equal -1
               continue
             when rn-days(r) equal -2
               or entryDays equal -1
               or entryDays greater than rn-days(r)
               move entryDays to rn-days(r)
               move entryClass to rn-class(r)
           end-evaluate
           exit.

       keepLine.
           call "fprintf" using by value newFile,
               by reference "%.*s" & x"0a00",
               by value lineLen, by reference lineBuf
           add 1 to keptLines
           add lineHash to keptHash
           add isHeader to keptRuns
           exit.

      * to the month's archive, counted before the first record of
      * this roll goes onto the end of it
       archiveLine.
           move 0 to m
           perform varying i from 1 by 1 until i greater than
             monthCount
               if mo-month(i) equal curMonth then
                   move i to m
                   exit perform
               end-if
           end-perform
           if m equal 0 then
               if monthCount not less than 240 then
                   perform keepLine
                   exit paragraph
               end-if
               add 1 to monthCount
               move monthCount to m
               move curMonth to mo-month(m)
               move spaces to mo-path(m)
               string archiveDir(1:archiveLen) delimited by size
                      "/omgwtf2-history-" delimited by size
                      curMonth delimited by size
                      ".txt" delimited by size
                      x"00" delimited by size
                      into mo-path(m)
               end-string
               move 0 to mo-bad(m)
               move 0 to mo-runs(m)
               move 0 to mo-lines(m)
               move 0 to mo-hash(m)
               if monthCount equal 1 then
                   perform makeArchiveDir
               end-if
               move lineHash to savedHash
               move mo-path(m) to measPath
               perform measureFile
               move savedHash to lineHash
               move mExists to mo-existed(m)
               move mRuns to mo-preRuns(m)
               move mLines to mo-preLines(m)
               move mHash to mo-preHash(m)
               move mBytes to mo-preBytes(m)
           end-if
           if mo-bad(m) not equal 0 then
               exit paragraph
           end-if
           if m not equal archRow then
               if archFile not equal NULL then
                   call "fclose" using by value archFile
                   move NULL to archFile
               end-if
               move 0 to archRow
               call "fopen" using by reference mo-path(m),
                             by reference fopenModeAppend
                             returning archFile
               if archFile equal NULL then
                   call "fprintf" using by value reportFile,
                       by reference "cannot write %s" & x"0a00",
                       by reference mo-path(m)
                   move 1 to mo-bad(m)
                   move 1 to rollBad
                   exit paragraph
               end-if
               move m to archRow
           end-if
           call "fprintf" using by value archFile,
               by reference "%.*s" & x"0a00",
               by value lineLen, by reference lineBuf
           add 1 to mo-lines(m)
           add lineHash to mo-hash(m)
           add isHeader to mo-runs(m)
           add 1 to rolledLines
           add lineHash to rolledHash
           add isHeader to rolledRuns
           exit.

      * what was read must be what was on disk, must all have gone
      * somewhere, and must be on disk where it went - and nobody
      * may have added to the ledger meanwhile
       reconcileRoll.
           move 1 to balanced
           if rollBad not equal 0 then
               move 0 to balanced
           end-if
           if inRuns not equal beforeRuns
             or inLines not equal beforeLines
             or inHash not equal beforeHash then
               move 0 to balanced
           end-if
           if rolledRuns + keptRuns not equal inRuns
             or rolledLines + keptLines not equal inLines
             or rolledHash + keptHash not equal inHash then
               move 0 to balanced
           end-if
           move newPath to measPath
           perform measureFile
           if mRuns not equal keptRuns or mLines not equal keptLines
             or mHash not equal keptHash then
               move 0 to balanced
           end-if
           perform varying m from 1 by 1 until m greater than
             monthCount
               move mo-path(m) to measPath
               perform measureFile
               move mRuns to mo-postRuns(m)
               move mLines to mo-postLines(m)
               move mHash to mo-postHash(m)
               if mRuns - mo-preRuns(m) not equal mo-runs(m)
                 or mLines - mo-preLines(m) not equal mo-lines(m)
                 or mHash - mo-preHash(m) not equal mo-hash(m) then
                   move 0 to balanced
               end-if
           end-perform
           move ledgerPath to measPath
           perform measureFile
           if mLines not equal beforeLines
             or mHash not equal beforeHash
             or mBytes not equal beforeBytes then
               move 0 to balanced
               call "fprintf" using by value reportFile,
                   by reference
                   "the ledger changed during housekeeping - run"
                   & " it again" & x"0a00"
           end-if
           exit.

      * the replacement ledger goes in, then each archive gets its
      * control trailer (comment lines, which nothing reads as a run)
       commitRoll.
           call "rename" using by reference newPath,
               by reference ledgerPath
               returning rc
           if rc not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference "cannot rename %s over %s" & x"0a00",
                   by reference newPath, by reference ledgerPath
               move 0 to balanced
               exit paragraph
           end-if
           move 1 to ledgerMoved
           move ledgerPath to measPath
           perform measureFile
           move mBytes to afterBytes
           perform varying m from 1 by 1 until m greater than
             monthCount
               call "fopen" using by reference mo-path(m),
                             by reference fopenModeAppend
                             returning archFile
               if archFile not equal NULL then
                   call "fprintf" using by value archFile,
                       by reference
                       "* ROLLED %.8s-%.6s ADDED RUNS=%d RECORDS=%d"
                       & " HASH=%lld TOTAL RUNS=%d RECORDS=%d"
                       & " HASH=%lld" & x"0a00",
                       by reference dateBuf, by reference timeBuf,
                       by value mo-runs(m), by value mo-lines(m),
                       by value mo-hash(m), by value mo-postRuns(m),
                       by value mo-postLines(m),
                       by value mo-postHash(m)
                   call "fclose" using by value archFile
               end-if
           end-perform
           exit.

      * out of balance: every archive is cut back to what it held
      * before and the live ledger is left exactly as it was
       abandonRoll.
           perform varying m from 1 by 1 until m greater than
             monthCount
               if mo-existed(m) not equal 0 then
                   call "truncate" using by reference mo-path(m),
                       by value mo-preBytes(m)
               else
                   call "remove" using by reference mo-path(m)
               end-if
           end-perform
           call "remove" using by reference newPath
           move exitCodeFatal to hkExitCode
           exit.

      * runs, records and hash total of a ledger-format file at
      * measPath; trailer comment lines are not records
       measureFile.
           move 0 to mExists
           move 0 to mRuns
           move 0 to mLines
           move 0 to mHash
           move 0 to mBytes
           call "fopen" using by reference measPath,
                         by reference fopenModeRead
                         returning measFile
           if measFile equal NULL then
               exit paragraph
           end-if
           move 1 to mExists
           perform forever
               move spaces to measBuf
               call "fgets" using by reference measBuf, by value 300,
                   by value measFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               move 0 to measLen
               perform varying i from 1 by 1 until i greater than 300
                   if measBuf(i:1) equal x"0a"
                     or measBuf(i:1) equal low-value then
                       exit perform
                   end-if
                   move i to measLen
               end-perform
               if measLen less than 300 then
                   move spaces to measBuf(measLen + 1:300 - measLen)
               end-if
               perform with test before until measLen less than 1
                 or measBuf(measLen:1) not equal space
                   subtract 1 from measLen
               end-perform
               if measLen greater than 0
                 and measBuf(1:1) equal "*" then
                   exit perform cycle
               end-if
               perform hashLine
               add 1 to mLines
               add lineHash to mHash
               if measBuf(1:4) equal "RUN " then
                   add 1 to mRuns
               end-if
           end-perform
           call "ftell" using by value measFile returning mBytes
           call "fclose" using by value measFile
           exit.

       hashLine.
           move 0 to lineHash
           perform varying j from 1 by 1 until j greater than measLen
               set address of byteCast to address of measBuf(j:1)
               add byteCasted to lineHash
           end-perform
           exit.

       makeArchiveDir.
           move spaces to pathBuf
           move archiveDir(1:archiveLen) to pathBuf(1:archiveLen)
           move low-value to pathBuf(archiveLen + 1:1)
           call "mkdir" using by reference pathBuf, by value 493
           exit.

      ******************************************************
      * decide each run directory's fate, bundle the expired ones,
      * read the bundle back and only then purge
       expireRunDirs.
           call "fprintf" using by value reportFile,
               by reference x"0a" & "RUN DIRECTORIES" & x"0a00"
           if ledgerBad not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  none expired - the ledger could not be read"
                   & x"0a00"
               exit paragraph
           end-if

           perform varying r from 1 by 1 until r greater than runCount
               if rn-days(r) equal -2 then
                   move "OTHER" to rn-class(r)
                   if otherDays equal -2 then
                       move cleanDays to rn-days(r)
                   else
                       move otherDays to rn-days(r)
                   end-if
               end-if
               if rn-days(r) not less than 0
                 and rn-age(r) greater than rn-days(r) then
                   perform checkRunAlive
                   if rc equal 0 then
                       move 4 to rn-state(r)
                       add 1 to activeCount
                   else
                       move 1 to rn-state(r)
                       add 1 to expiredCount
                   end-if
               end-if
           end-perform

           if expiredCount greater than 0 then
               perform bundleRunDirs
           end-if

           perform varying r from 1 by 1 until r greater than runCount
               if rn-days(r) equal -1 then
                   move "FOREVER" to keepText
               else
                   move rn-days(r) to daysEd
                   move daysEd to keepText
               end-if
               evaluate rn-state(r)
                 when 0
                   move "KEPT" to actionText
                 when 3
                   move "BUNDLED AND PURGED" to actionText
                 when 4
                   move "ACTIVE" to actionText
                 when other
                   move "EXPIRED, NOT PURGED" to actionText
               end-evaluate
               perform measureAction
               call "fprintf" using by value reportFile,
                   by reference
                   "  %-27.27s %-24.24s AGE %5d KEEP %7.7s %8lldK"
                   & " %.*s" & x"0a00",
                   by reference rn-name(r), by reference rn-class(r),
                   by value rn-age(r), by reference keepText,
                   by value rn-kb(r), by value actionLen,
                   by reference actionText
           end-perform
           if runOverflow not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  %d more not looked at - 4096 per run" & x"0a00",
                   by value runOverflow
           end-if
           if activeCount not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  %d due but still running - left alone" & x"0a00",
                   by value activeCount
           end-if
           call "fprintf" using by value reportFile,
               by reference
               "  %d run directory(ies), %d expired, %d purged (%lldK)"
               & x"0a00",
               by value runCount, by value expiredCount,
               by value purgedCount, by value purgedKb
           if purgedCount greater than 0 then
               call "fprintf" using by value reportFile,
                   by reference "  bundle %.*s (%lldK)" & x"0a00",
                   by value bundleLen, by reference bundleName,
                   by value bundleKb
           end-if
           exit.

      ******************************************************
      * the run a directory is named for, run-yyyymmdd-hhmmss-pid,
      * may still be going - a service run, or a deck that crossed
      * midnight. rc comes back 0 when its pid is alive, the same
      * test the stale-lock sweep makes
       checkRunAlive.
           move -1 to rc
           move 0 to runPid
           move 0 to pidLen
           perform varying i from 21 by 1 until i greater than 40
               if rn-name(r)(i:1) less than "0"
                 or rn-name(r)(i:1) greater than "9" then
                   exit perform
               end-if
               add 1 to pidLen
           end-perform
           if pidLen equal 0 or pidLen greater than 9 then
               exit paragraph
           end-if
           compute runPid equal function numval (rn-name(r)(21:pidLen))
           if runPid greater than 0 then
               call "kill" using by value runPid, by value 0
                   returning rc
           end-if
           exit.

       bundleRunDirs.
           perform makeArchiveDir

           move spaces to listName
           string runDir(1:runDirLen) delimited by size
                  "/omgwtf2-housekeeping.lst" delimited by size
                  x"00" delimited by size
                  into listName
           end-string
           call "fopen" using by reference listName,
                         by reference fopenModeWrite
                         returning listFile
           if listFile equal NULL then
               call "fprintf" using by value reportFile,
                   by reference "  cannot write %s" & x"0a00",
                   by reference listName
               move exitCodeFatal to hkExitCode
               exit paragraph
           end-if
           perform varying r from 1 by 1 until r greater than runCount
               if rn-state(r) equal 1 then
                   perform sizeRunDir
                   move 40 to nameLen
                   perform with test before until nameLen less than 1
                     or rn-name(r)(nameLen:1) not equal space
                       subtract 1 from nameLen
                   end-perform
                   call "fprintf" using by value listFile,
                       by reference "%.*s" & x"0a00",
                       by value nameLen, by reference rn-name(r)
               end-if
           end-perform
           call "fclose" using by value listFile

           move spaces to bundleName
           move 1 to bundleLen
           string archiveDir(1:archiveLen) delimited by size
                  "/omgwtf2-runs-" delimited by size
                  dateBuf delimited by size
                  "-" delimited by size
                  timeBuf(1:6) delimited by size
                  ".tar.gz" delimited by size
                  into bundleName
                  with pointer bundleLen
           end-string
           subtract 1 from bundleLen

           move spaces to cmdBuf
           string "tar -czf '" delimited by size
                  bundleName(1:bundleLen) delimited by size
                  "' -C '" delimited by size
                  runBase(1:rbLen) delimited by size
                  "' -T '" delimited by size
                  listName delimited by low-value
                  "'" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "system" using by reference cmdBuf returning rc
           if rc not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  bundle %.*s failed - nothing purged" & x"0a00",
                   by value bundleLen, by reference bundleName
               move bundleName to pathBuf
               move low-value to pathBuf(bundleLen + 1:1)
               call "remove" using by reference pathBuf
               move exitCodeFatal to hkExitCode
               exit paragraph
           end-if

      * read the bundle back: every expired directory must be in it
           move spaces to cmdBuf
           string "tar -tzf '" delimited by size
                  bundleName(1:bundleLen) delimited by size
                  "' 2>/dev/null" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "popen" using by reference cmdBuf,
               by reference fopenModeRead
               returning pipeFile
           if pipeFile not equal NULL then
               perform forever
                   call "fgets" using by reference lineBuf,
                       by value 300, by value pipeFile
                       returning gotPtr
                   if gotPtr equal NULL then
                       exit perform
                   end-if
                   move 0 to lineLen
                   perform varying i from 1 by 1
                     until i greater than 300
                       if lineBuf(i:1) equal x"0a"
                         or lineBuf(i:1) equal low-value then
                           exit perform
                       end-if
                       move i to lineLen
                   end-perform
                   if lineLen greater than 1
                     and lineLen less than 42
                     and lineBuf(lineLen:1) equal "/" then
                       perform varying r from 1 by 1
                         until r greater than runCount
                           if rn-state(r) equal 1
                             and rn-name(r) equal
                               lineBuf(1:lineLen - 1) then
                               move 2 to rn-state(r)
                           end-if
                       end-perform
                   end-if
               end-perform
               call "pclose" using by value pipeFile
           end-if
           move 0 to qCount
           perform varying r from 1 by 1 until r greater than runCount
               if rn-state(r) equal 1 then
                   add 1 to qCount
               end-if
           end-perform
           if qCount not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  bundle %.*s is missing %d directory(ies) -"
                   & " nothing purged" & x"0a00",
                   by value bundleLen, by reference bundleName,
                   by value qCount
               move exitCodeFatal to hkExitCode
               perform varying r from 1 by 1
                 until r greater than runCount
                   if rn-state(r) equal 2 then
                       move 1 to rn-state(r)
                   end-if
               end-perform
               exit paragraph
           end-if

           move bundleName to pathBuf
           move low-value to pathBuf(bundleLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning measFile
           if measFile not equal NULL then
               call "fseek" using by value measFile,
                   by value zeroOffset, by value 2
               call "ftell" using by value measFile
                   returning bundleKb
               call "fclose" using by value measFile
               compute bundleKb equal (bundleKb + 1023) / 1024
           end-if

           perform varying r from 1 by 1 until r greater than runCount
               if rn-state(r) equal 2 then
                   move spaces to cmdBuf
                   string "rm -rf '" delimited by size
                          runBase(1:rbLen) delimited by size
                          "/" delimited by size
                          rn-name(r) delimited by space
                          "'" delimited by size
                          x"00" delimited by size
                          into cmdBuf
                   end-string
                   call "system" using by reference cmdBuf
                       returning rc
                   if rc equal 0 then
                       move 3 to rn-state(r)
                       add 1 to purgedCount
                       add rn-kb(r) to purgedKb
                   else
                       move exitCodeFatal to hkExitCode
                   end-if
               end-if
           end-perform
           exit.

       sizeRunDir.
           move spaces to cmdBuf
           string "du -sk '" delimited by size
                  runBase(1:rbLen) delimited by size
                  "/" delimited by size
                  rn-name(r) delimited by space
                  "' 2>/dev/null" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "popen" using by reference cmdBuf,
               by reference fopenModeRead
               returning pipeFile
           if pipeFile equal NULL then
               exit paragraph
           end-if
           move spaces to lineBuf
           call "fgets" using by reference lineBuf, by value 300,
               by value pipeFile
               returning gotPtr
           call "pclose" using by value pipeFile
           if gotPtr not equal NULL then
               move spaces to w1
               unstring lineBuf delimited by x"09" or space
                   into w1
               end-unstring
               move w1 to w2
               perform takeBig
               if numOk not equal 0 then
                   move bigVal to rn-kb(r)
               end-if
           end-if
           exit.

      ******************************************************
      * image.1 (newest) to image.9 of each drive's image; the
      * newest genKeep of them stay whatever their age
       expireGenerations.
           call "fprintf" using by value reportFile,
               by reference x"0a" & "IMAGE GENERATIONS" & x"0a00"
           if genDays equal -1 then
               call "fprintf" using by value reportFile,
                   by reference "  kept forever" & x"0a00"
               exit paragraph
           end-if
           perform varying d from 1 by 1 until d greater than 8
               if d equal 1 then
                   move atrFileName to imageName
               else
                   move drv-fileName(d) to imageName
               end-if
               move 0 to qCount
               perform varying i from 1 by 1 until i not less than d
                   if i equal 1 and atrFileName equal imageName
                     or i greater than 1
                     and drv-fileName(i) equal imageName then
                       move 1 to qCount
                   end-if
               end-perform
               if imageName not equal spaces and qCount equal 0 then
                   perform expireImageGenerations
               end-if
           end-perform
           call "fprintf" using by value reportFile,
               by reference
               "  %d generation(s), %d removed (%lldK)" & x"0a00",
               by value genCount, by value genRemoved,
               by value genKb
           exit.

       expireImageGenerations.
           move 255 to imageLen
           perform with test before until imageLen less than 1
             or imageName(imageLen:1) not equal space
               subtract 1 from imageLen
           end-perform
           if imageLen greater than 250 then
               exit paragraph
           end-if

      * a write-back shifts every generation up one under the image
      * lock, so the generations are judged and removed under it too
      * - otherwise the file aged out could be a newer one renamed
      * into its place. An image a live run holds is left for the
      * next housekeeping run, never waited into read-only
           move atrFileName to homeImage
           move lockSoft to homeSoft
           move imageName to atrFileName
           move 0 to lockSoft
           move 0 to imageLockHeld
           move 0 to mountFailed
           move 1 to mountSoft
           call "acquireImageLock"
           move 0 to mountSoft
           move 0 to mountFailed
           if imageLockHeld equal 0 then
               move homeImage to atrFileName
               move homeSoft to lockSoft
               call "fprintf" using by value reportFile,
                   by reference "  %.*s LOCKED BY A LIVE RUN - NOT AGED"
                   & x"0a00",
                   by value imageLen, by reference imageName
               exit paragraph
           end-if

           move 0 to genSeen
           perform varying g from 1 by 1 until g greater than 9
               move g to genText
               move spaces to genPath
               move imageName(1:imageLen) to genPath(1:imageLen)
               move "." to genPath(imageLen + 1:1)
               move genText to genPath(imageLen + 2:1)
               move low-value to genPath(imageLen + 3:1)
               move 0 to qCount
               inspect genPath tallying qCount for all "'"
               if qCount equal 0 then
                   perform expireOneGeneration
               end-if
           end-perform

           call "releaseDriveLock"
           move homeImage to atrFileName
           move homeSoft to lockSoft
           exit.

      * stat gives the size and the modification date
       expireOneGeneration.
           move spaces to cmdBuf
           string "stat -c '%s %y' '" delimited by size
                  genPath delimited by low-value
                  "' 2>/dev/null" delimited by size
                  x"00" delimited by size
                  into cmdBuf
           end-string
           call "popen" using by reference cmdBuf,
               by reference fopenModeRead
               returning pipeFile
           if pipeFile equal NULL then
               exit paragraph
           end-if
           move spaces to lineBuf
           call "fgets" using by reference lineBuf, by value 300,
               by value pipeFile
               returning gotPtr
           call "pclose" using by value pipeFile
           if gotPtr equal NULL then
               exit paragraph
           end-if
           move spaces to statSize
           move spaces to statDate
           unstring lineBuf delimited by all space
               into statSize statDate
           end-unstring
           if statDate(5:1) not equal "-" or statDate(8:1) not equal "-"
             or statDate(1:4) is not numeric
             or statDate(6:2) is not numeric
             or statDate(9:2) is not numeric then
               exit paragraph
           end-if
           add 1 to genSeen
           add 1 to genCount
           move 0 to genBytes
           move statSize(1:20) to w2
           perform takeBig
           if numOk not equal 0 then
               move bigVal to genBytes
           end-if
           compute genAge equal todayNum - function integer-of-date
               (function numval (statDate(1:4)) * 10000
                + function numval (statDate(6:2)) * 100
                + function numval (statDate(9:2)))
           move "KEPT" to actionText
           if genSeen greater than genKeep
             and genAge greater than genDays then
               call "remove" using by reference genPath
                   returning rc
               if rc equal 0 then
                   move "REMOVED" to actionText
                   add 1 to genRemoved
                   add genBytes to genFreed
                   compute genKb equal (genFreed + 1023) / 1024
               else
                   move "NOT REMOVED" to actionText
                   move exitCodeFatal to hkExitCode
               end-if
           end-if
           perform measureAction
           call "fprintf" using by value reportFile,
               by reference "  %-40s AGE %5d %12lld %.*s" & x"0a00",
               by reference genPath, by value genAge,
               by value genBytes, by value actionLen,
               by reference actionText
           exit.

       measureAction.
           move 20 to actionLen
           perform with test before until actionLen less than 1
             or actionText(actionLen:1) not equal space
               subtract 1 from actionLen
           end-perform
           exit.

      ******************************************************
      * the ledger's control totals and the space given back
       writeSummary.
           call "fprintf" using by value reportFile,
               by reference x"0a" & "HISTORY LEDGER %.*s" & x"0a00",
               by value ledgerLen, by reference ledgerPath
           evaluate true
             when ledgerBad not equal 0
               move "NOT READ" to verdictText
             when rolling equal 0
               move "NOT ROLLED" to verdictText
             when monthCount equal 0
               move "NOTHING DUE" to verdictText
             when balanced not equal 0
               move "RECONCILED" to verdictText
             when other
               move "OUT OF BALANCE" to verdictText
           end-evaluate
           move 14 to verdictLen
           perform with test before until verdictLen less than 1
             or verdictText(verdictLen:1) not equal space
               subtract 1 from verdictLen
           end-perform
           if rolling not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  months before %.6s roll to the archive"
                   & x"0a00", by reference cutoffMonth
           end-if
           if monthCount greater than 0 then
               call "fprintf" using by value reportFile,
                   by reference
                   "  MONTH       RUNS   RECORDS            HASH"
                   & "  ARCHIVE" & x"0a00"
               perform varying m from 1 by 1 until m greater than
                 monthCount
                   call "fprintf" using by value reportFile,
                       by reference
                       "  %.4s-%.2s %8d %9d %15lld  %s" & x"0a00",
                       by reference mo-month(m)(1:4),
                       by reference mo-month(m)(5:2),
                       by value mo-runs(m), by value mo-lines(m),
                       by value mo-hash(m), by reference mo-path(m)
               end-perform
               call "fprintf" using by value reportFile,
                   by reference
                   "  CONTROL TOTALS" & x"0a"
                   & "  LEDGER   %8d %9d %15lld" & x"0a"
                   & "  READ     %8d %9d %15lld" & x"0a"
                   & "  ROLLED   %8d %9d %15lld" & x"0a"
                   & "  KEPT     %8d %9d %15lld" & x"0a00",
                   by value beforeRuns, by value beforeLines,
                   by value beforeHash,
                   by value inRuns, by value inLines,
                   by value inHash,
                   by value rolledRuns, by value rolledLines,
                   by value rolledHash,
                   by value keptRuns, by value keptLines,
                   by value keptHash
           end-if
           call "fprintf" using by value reportFile,
               by reference "  %.*s" & x"0a00",
               by value verdictLen, by reference verdictText

           move 0 to ledgerKb
           if ledgerMoved not equal 0 then
               compute ledgerKb equal
                   (beforeBytes - afterBytes) / 1024
           end-if
           compute netKb equal purgedKb - bundleKb + genKb
           call "fprintf" using by value reportFile,
               by reference
               x"0a" & "SPACE RECLAIMED" & x"0a"
               & "  run directories purged    %10lldK" & x"0a"
               & "  less the bundle           %10lldK" & x"0a"
               & "  image generations removed %10lldK" & x"0a"
               & "  net                       %10lldK" & x"0a"
               & "  live ledger shrank by     %10lldK (moved to the"
               & " monthly archives)" & x"0a00",
               by value purgedKb, by value bundleKb, by value genKb,
               by value netKb, by value ledgerKb

           call "printf" using
               "HOUSEKEEPING: %d of %d run directory(ies) purged,"
               & " %d generation(s) removed, ledger %.*s, %lldK"
               & " reclaimed" & x"0a",
               by value purgedCount, by value runCount,
               by value genRemoved, by value verdictLen,
               by reference verdictText, by value netKb
           exit.

       end program housekeepRun.

      ******************************************************************
      **
      ** traceLine: append the executing line number to the trace
      ** file, opened on first use - the yylex line-boundary hook
      **

       identification division.

       program-id. traceLine.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.

       procedure division.

       if traceFile equal NULL then
           move 255 to pLen
           perform with test before until pLen less than 1
             or traceFileName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move traceFileName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning traceFile
           if traceFile equal NULL then
               move 0 to traceMode
               goback
           end-if
       end-if

       call "fprintf" using by value traceFile,
           by reference "%d" & x"0a00", by value currentLineNumber

       goback.

       end program traceLine.

      ******************************************************************
      **
      ** writeCoverageReport: every line number analyzeBasicFile found
      ** in the program, with the count of times execution passed its
      ** line header - written on every exit path, so a run that dies
      ** still shows which lines it visited. Also closes out the trace
      ** file, whose stream shares this end-of-run moment.
      **

       identification division.

       program-id. writeCoverageReport.

       environment division.


       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 covFile usage pointer.
       01 i usage binary-long signed.
       01 cnt usage binary-long signed.

       procedure division.

       if traceFile not equal NULL then
           call "fclose" using by value traceFile
           move NULL to traceFile
       end-if

      * nothing to report when no program was ever analyzed
       if firstLineNumber equal 0 and lastLineNumber equal 0 then
           goback
       end-if

       move 255 to pLen
       perform with test before until pLen less than 1
         or coverageFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move coverageFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeWrite
                     returning covFile
       if covFile equal NULL then
           goback
       end-if

       call "fprintf" using by value covFile,
           by reference "LINE   COUNT" & x"0a00"

       perform varying i from 1 by 1 until i greater than H"ffff"
           if lineNumberRow(i) not equal NULL then
               move lineExecCount(i) to cnt
               call "fprintf" using by value covFile,
                   by reference "%5d %7d" & x"0a00",
                   by value i, by value cnt
           end-if
       end-perform

       call "fclose" using by value covFile

       goback.

       end program writeCoverageReport.

      ******************************************************************
      **
      ** saveCheckpoint: write a snapshot of the current line, TRAP
      ** line, the GOSUB and FOR stacks (program pointers banked as
      ** offsets from the program image base) and every variable's
      ** value, so a long decision run can be resumed by
      ** loadCheckpoint instead of restarted from the top. Called
      ** from the doGoto line-boundary hook on every jump, but is a
      ** no-op (returns without writing) unless checkpointing is
      ** turned on, no DATA fields are mid-read (that cursor is not
      ** captured), and at least checkpointMinIntervalHundredths has
      ** elapsed since the last write - otherwise a tight GOTO loop
      ** (a routine BASIC menu/retry/poll idiom) would write a full
      ** checkpoint on every single pass around the loop.
      **

       identification division.

       program-id. saveCheckpoint.

       environment division.


       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long unsigned.
       01 j usage binary-long unsigned.
       01 srcPtr usage pointer.
       01 nowTime pic 9(8).
       01 nowHundredths usage binary-long unsigned.
       01 sinceLastHundredths usage binary-long unsigned.

      * pointer arithmetic for the stack offsets: a pointer and its
      * byte value share storage
       01 pWork usage pointer.
       01 pWorkNum redefines pWork usage binary-double unsigned.
       01 baseWork usage pointer.
       01 baseWorkNum redefines baseWork usage binary-double unsigned.

       procedure division.

       if checkpointFileName equal spaces
           goback
       end-if

       if dataCurText not equal NULL
           goback
       end-if

       accept nowTime from time
       compute nowHundredths equal
           function numval (nowTime(1:2)) * 360000 +
           function numval (nowTime(3:2)) * 6000 +
           function numval (nowTime(5:2)) * 100 +
           function numval (nowTime(7:2))

       if checkpointTaken not equal 0 then
           if nowHundredths less than lastCheckpointHundredths then
               compute sinceLastHundredths equal
                   nowHundredths + 8640000 - lastCheckpointHundredths
           else
               compute sinceLastHundredths equal
                   nowHundredths - lastCheckpointHundredths
           end-if
           if sinceLastHundredths less than
             checkpointMinIntervalHundredths then
               goback
           end-if
       end-if

       move nowHundredths to lastCheckpointHundredths
       move 1 to checkpointTaken

       move currentLineNumber to ckpt-currentLine
       move trapLine to ckpt-trapLine
       move nv to ckpt-nv

      * the GOSUB and FOR stacks travel as offsets from the program
      * image base - a resume reloads the identical tokenized file,
      * so the offsets land on the same statements
       move programFile to baseWork

       move rsp to ckpt-rsp
       perform varying i from 1 by 1 until i not less than rsp
           move rs-tokenEnd(i) to pWork
           compute ckpt-rs-tokenEnd(i) equal pWorkNum - baseWorkNum
           move rs-lineNext(i) to pWork
           compute ckpt-rs-lineNext(i) equal pWorkNum - baseWorkNum
           move rs-lineStart(i) to pWork
           compute ckpt-rs-lineStart(i) equal pWorkNum - baseWorkNum
       end-perform

       move fsp to ckpt-fsp
       perform varying i from 1 by 1 until i greater than fsp
           move fs-indexVarNum(i) to ckpt-for-var(i)
           move fs-limit(i) to ckpt-for-limit(i)
           move fs-step(i) to ckpt-for-step(i)
           move fs-tokenEnd(i) to pWork
           compute ckpt-for-tokenEnd(i) equal pWorkNum - baseWorkNum
           move fs-lineNext(i) to pWork
           compute ckpt-for-lineNext(i) equal pWorkNum - baseWorkNum
           move fs-lineStart(i) to pWork
           compute ckpt-for-lineStart(i) equal pWorkNum - baseWorkNum
       end-perform

       perform varying i from 1 by 1 until i greater than nv

           move vts-type(i) to ckpt-var-type(i)
           move vts-dim(i) to ckpt-var-dim(i)
           move vts-val(i) to ckpt-var-val(i)
           move 0 to ckpt-var-slen(i)
           move spaces to ckpt-var-sbytes(i)
           move 0 to ckpt-var-alen(i)
           move 0 to ckpt-var-alloc(i)

           if vts-type(i) equal vtTypeString then
               if vts-sval(i) not equal NULL then
                   move 1 to ckpt-var-alloc(i)
                   move vts-sval(i) to srcPtr
                   set address of byteCast to srcPtr
                   move byteCasted to ckpt-var-slen(i)
                   set srcPtr up by 1
                   perform varying j from 1 by 1
                     until j greater than ckpt-var-slen(i)
                       set address of byteCast to srcPtr
                       set address of svalCast to
                           address of ckpt-var-sbytes(i)(j:1)
                       move byteCasted to svalCasted
                       set srcPtr up by 1
                   end-perform
               end-if
           end-if

           if vts-type(i) equal vtTypeArray then
               if vts-aval(i) not equal NULL then
                   move 1 to ckpt-var-alloc(i)
                   move vts-dim(i) to ckpt-var-alen(i)
      *> ckpt-var-avals only holds 256 elements (0..255); a DIM'd
      *> array bigger than that is checkpointed truncated to its
      *> first 256 elements rather than overrunning the table
                   if ckpt-var-alen(i) greater than 255 then
                       move 255 to ckpt-var-alen(i)
                   end-if
                   move vts-aval(i) to srcPtr
                   perform varying j from 0 by 1
                     until j greater than ckpt-var-alen(i)
                       set address of doubleCast to srcPtr
                       move doubleCasted to ckpt-var-avals(i, j + 1)
                       set srcPtr up by length of doubleCast
                   end-perform
               end-if
           end-if

       end-perform

       open output checkpoint-fd
       write checkpoint-record
       close checkpoint-fd

       goback.

       end program saveCheckpoint.

      ******************************************************************
      **
      ** loadCheckpoint: if a checkpoint file exists, restore the
      ** variable table from it and reposition lexLinePtr at the saved
      ** line, so interpret resumes there instead of at the top of the
      ** program. Called once by interpret, after analyzeBasicFile has
      ** built the fresh (unpopulated) variable table for the program
      ** just loaded. DIM'd strings and arrays that were allocated at
      ** save time are re-allocated here, since the DIM statement that
      ** originally allocated them will not be executed again on the
      ** resumed run. DATA/READ resumes scanning from the top of the
      ** program, same as an implicit RESTORE.
      **

       identification division.

       program-id. loadCheckpoint.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long unsigned.
       01 j usage binary-long unsigned.
       01 destPtr usage pointer.
       01 nbytes usage binary-long unsigned.

       procedure division.

       if checkpointFileName equal spaces
           goback
       end-if

       open input checkpoint-fd

       if checkpointFileStatus not equal "00"
           goback
       end-if

       read checkpoint-fd record

       if checkpointFileStatus not equal "00"
           close checkpoint-fd
           goback
       end-if

       close checkpoint-fd

       move ckpt-trapLine to trapLine

      * the GOSUB and FOR stacks come back from their banked offsets
       move ckpt-rsp to rsp
       if rsp less than 1 or rsp greater than 128 then
           move 1 to rsp
       end-if
       perform varying i from 1 by 1 until i not less than rsp
           move programFile to destPtr
           set destPtr up by ckpt-rs-tokenEnd(i)
           move destPtr to rs-tokenEnd(i)
           move programFile to destPtr
           set destPtr up by ckpt-rs-lineNext(i)
           move destPtr to rs-lineNext(i)
           move programFile to destPtr
           set destPtr up by ckpt-rs-lineStart(i)
           move destPtr to rs-lineStart(i)
       end-perform

       move ckpt-fsp to fsp
       if fsp less than 0 or fsp greater than 64 then
           move 0 to fsp
       end-if
       perform varying i from 1 by 1 until i greater than fsp
           move ckpt-for-var(i) to fs-indexVarNum(i)
           move ckpt-for-limit(i) to fs-limit(i)
           move ckpt-for-step(i) to fs-step(i)
           move programFile to destPtr
           set destPtr up by ckpt-for-tokenEnd(i)
           move destPtr to fs-tokenEnd(i)
           move programFile to destPtr
           set destPtr up by ckpt-for-lineNext(i)
           move destPtr to fs-lineNext(i)
           move programFile to destPtr
           set destPtr up by ckpt-for-lineStart(i)
           move destPtr to fs-lineStart(i)
       end-perform

       perform varying i from 1 by 1
         until i greater than ckpt-nv or i greater than nv

           move ckpt-var-val(i) to vts-val(i)
           move ckpt-var-dim(i) to vts-dim(i)

           if ckpt-var-type(i) equal vtTypeString
             and ckpt-var-alloc(i) equal 1 then
               compute nbytes equal ckpt-var-dim(i) + 1
               allocate nbytes characters returning vts-sval(i)
               move vts-sval(i) to destPtr
               set address of byteCast to destPtr
               move ckpt-var-slen(i) to byteCasted
               set destPtr up by 1
               perform varying j from 1 by 1
                 until j greater than ckpt-var-slen(i)
                   set address of svalCast to
                       address of ckpt-var-sbytes(i)(j:1)
                   set address of byteCast to destPtr
                   move svalCasted to byteCasted
                   set destPtr up by 1
               end-perform
           end-if

           if ckpt-var-type(i) equal vtTypeArray
             and ckpt-var-alloc(i) equal 1 then
      *> vts-dim must track what was actually allocated below, not
      *> the pre-checkpoint size, in case saveCheckpoint truncated a
      *> larger array to fit ckpt-var-avals's 256-element capacity
               move ckpt-var-alen(i) to vts-dim(i)
               compute nbytes equal
                   (ckpt-var-alen(i) + 1) * length of doubleCast
               allocate nbytes characters returning vts-aval(i)
               move vts-aval(i) to destPtr
               perform varying j from 0 by 1
                 until j greater than ckpt-var-alen(i)
                   set address of doubleCast to destPtr
                   move ckpt-var-avals(i, j + 1) to doubleCasted
                   set destPtr up by length of doubleCast
               end-perform
           end-if

       end-perform

       if ckpt-currentLine not less than 1
         and ckpt-currentLine not greater than H"10000"
         and lineNumberRow(ckpt-currentLine) not equal NULL then
           move ckpt-currentLine to currentLineNumber
           move lineNumberRow(ckpt-currentLine) to lexLinePtr
           move startOfLine to lexState
       end-if

       goback.

       end program loadCheckpoint.

      ******************************************************************
      **
      ** monteCarloRecord: bank the final value of every variable of
      ** the pass that just ended into the Monte Carlo accumulators -
      ** scalars feed the min/max/mean sums, strings feed the distinct
      ** value (decision distribution) table. Called from doEnd when
      ** Monte Carlo mode is active, once per completed pass.
      **

       identification division.

       program-id. monteCarloRecord.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long unsigned.
       01 j usage binary-long unsigned.
       01 r usage binary-long unsigned.
       01 slen usage binary-long unsigned.
       01 hit usage binary-long signed.
       01 svalPtr usage pointer.
       01 valBuf pic x(32).

       procedure division.

       perform varying i from 1 by 1 until i greater than nv

           if vts-type(i) equal vtTypeScalar then
               add 1 to mcNumCount(i)
               add vts-val(i) to mcSum(i)
               if mcNumCount(i) equal 1 then
                   move vts-val(i) to mcMin(i)
                   move vts-val(i) to mcMax(i)
               else
                   if vts-val(i) less than mcMin(i) then
                       move vts-val(i) to mcMin(i)
                   end-if
                   if vts-val(i) greater than mcMax(i) then
                       move vts-val(i) to mcMax(i)
                   end-if
               end-if
           end-if

           if vts-type(i) equal vtTypeString
             and vts-sval(i) not equal NULL then

               move vts-sval(i) to svalPtr
               set address of byteCast to svalPtr
               move byteCasted to slen
               if slen greater than 32 then
                   move 32 to slen
               end-if

               move spaces to valBuf
               perform varying j from 1 by 1 until j greater than slen
                   set svalPtr up by 1
                   set address of byteCast to svalPtr
                   set address of svalCast to address of valBuf(j:1)
                   move byteCasted to svalCasted
               end-perform

               move 0 to hit
               perform varying r from 1 by 1
                 until r greater than mcValueRows(i)
                   if mcValueLen(i, r) equal slen
                     and mcValueText(i, r) equal valBuf then
                       add 1 to mcValueCount(i, r)
                       move 1 to hit
                       exit perform
                   end-if
               end-perform

               if hit equal 0 then
                   if mcValueRows(i) less than 16 then
                       add 1 to mcValueRows(i)
                       move mcValueRows(i) to r
                       move slen to mcValueLen(i, r)
                       move 1 to mcValueCount(i, r)
                       move valBuf to mcValueText(i, r)
                   else
                       add 1 to mcValueOverflow(i)
                   end-if
               end-if

           end-if

       end-perform

       add 1 to monteCarloDone

       goback.

       end program monteCarloRecord.

      ******************************************************************
      **
      ** monteCarloReport: write the decision distribution summary
      ** accumulated by monteCarloRecord - per string variable, every
      ** distinct final value with its occurrence count; per scalar,
      ** min/max/mean over all passes. Called from doEnd after the
      ** last Monte Carlo pass completes.
      **

       identification division.

       program-id. monteCarloReport.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 i usage binary-long unsigned.
       01 r usage binary-long unsigned.
       01 reportPath pic x(256).
       01 rpLen usage binary-long signed.
       01 reportFile usage pointer.
       01 namePtr usage pointer.
       01 meanVal usage computational-2.
       01 cnt usage binary-long signed.
       01 vlen usage binary-long signed.
       01 vtext pic x(33).
       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
       01 minText pic x(64).
       01 maxText pic x(64).
       01 meanText pic x(64).
       01 cstr pic x(64).
       01 j usage binary-long signed.

       procedure division.

       move 255 to rpLen
       perform with test before until rpLen less than 1
         or monteCarloReportName(rpLen:1) not equal space
           subtract 1 from rpLen
       end-perform

       move spaces to reportPath
       move monteCarloReportName(1:rpLen) to reportPath(1:rpLen)
       move low-value to reportPath(rpLen + 1:1)

       call "fopen" using by reference reportPath,
                     by reference fopenModeWrite
                     returning reportFile
       if reportFile equal NULL then
           goback
       end-if

       move monteCarloDone to cnt
       call "fprintf" using by value reportFile,
           by reference "MONTE CARLO SUMMARY: %d runs" & x"0a00",
           by value cnt

       perform varying i from 1 by 1 until i greater than nv

           move vts-name(i) to namePtr

           if vts-type(i) equal vtTypeScalar
             and mcNumCount(i) not equal 0 then
               move mcNumCount(i) to cnt
               compute meanVal equal mcSum(i) / mcNumCount(i)
      * doubles go through formatExp and print as text - the dynamic
      * C bridge does not carry floating arguments reliably
               call "formatExp" using by reference mcMin(i),
                   by reference sbuf
               perform cstrFromSbuf
               move cstr to minText
               call "formatExp" using by reference mcMax(i),
                   by reference sbuf
               perform cstrFromSbuf
               move cstr to maxText
               call "formatExp" using by reference meanVal,
                   by reference sbuf
               perform cstrFromSbuf
               move cstr to meanText
               call "fprintf" using by value reportFile,
                   by reference "%s: count %d min %s max %s mean %s"
                     & x"0a00",
                   by value namePtr, by value cnt,
                   by reference minText, by reference maxText,
                   by reference meanText
           end-if

           if vts-type(i) equal vtTypeString
             and mcValueRows(i) not equal 0 then
               call "fprintf" using by value reportFile,
                   by reference "%s:" & x"0a00",
                   by value namePtr
               perform varying r from 1 by 1
                 until r greater than mcValueRows(i)
                   move mcValueCount(i, r) to cnt
                   move mcValueLen(i, r) to vlen
                   move spaces to vtext
                   move mcValueText(i, r)(1:32) to vtext(1:32)
                   move low-value to vtext(vlen + 1:1)
                   call "fprintf" using by value reportFile,
                       by reference "  %6d x ""%s""" & x"0a00",
                       by value cnt, by reference vtext
               end-perform
               if mcValueOverflow(i) not equal 0 then
                   move mcValueOverflow(i) to cnt
                   call "fprintf" using by value reportFile,
                       by reference "  %6d x (other values)" & x"0a00",
                       by value cnt
               end-if
           end-if

       end-perform

       call "fclose" using by value reportFile

       goback.

       cstrFromSbuf.
      * counted string out of formatExp into a NUL-terminated copy
           move spaces to cstr
           move sbuf-char(1) to vlen
           if vlen greater than 62 then
               move 62 to vlen
           end-if
           perform varying j from 1 by 1 until j greater than vlen
               set address of svalCast to address of cstr(j:1)
               move sbuf-char(j + 1) to svalCasted
           end-perform
           move low-value to cstr(vlen + 1:1)
           exit.

       end program monteCarloReport.

      ******************************************************************
      **
      ** resetRun: put the interpreter state back the way interpret
      ** found it, so the next Monte Carlo pass starts from the top of
      ** the program with a clean variable table and a fresh seed.
      ** DIM'd strings and arrays are released, not preserved - the
      ** DIM statements will execute again on the new pass.
      **

       identification division.

       program-id. resetRun.

       environment division.


       copy "constants.cpy".

       01 i usage binary-long unsigned.

       procedure division.

       call "doClr"

      * a cart may END without CLOSE (RUN closed channels on the
      * hardware); flush and release its channels so the next pass
      * can OPEN them again and pass data reaches the image
       call "closeIocbChannels"

      * doClr took the injected parameters with everything else -
      * every pass starts from the same preset state
       if paramsFileName not equal spaces then
           call "injectParams"
       end-if

       move 1 to rsp
       move 0 to fsp
       move 0 to trapLine
       move 0 to printChannel
       move 0 to currentLineNumber
       move 0 to degFlag

       move programFile to dataScanPtr
       set dataScanPtr up by stmtab
       move NULL to dataCurText
       move 0 to dataCurLen
       move 0 to dataCurPos
       move NULL to dataScanLineLimit

       move programFile to lexLinePtr
       set lexLinePtr up by stmtab
       move startOfLine to lexState

       compute iseed equal baseSeed + monteCarloDone
       move 0 to randomSeeded

      * the controller timeline starts over with the pass
       call "controllerReset"

       goback.

       end program resetRun.

      ******************************************************************
      **
      ** sweepPrepare: arm answer-space sweep mode before the first
      ** pass. Loads the domain file - "LINE ANSWER,ANSWER,..." rows,
      ** "*" comments and blank lines skipped - and holds it against
      ** the program: every domain line must be a keyboard INPUT line
      ** and every keyboard INPUT line must have a domain row, the
      ** same static walk preflightAnswers makes (and with the same
      ** blind spot: an INPUT behind IF ... THEN is not seen here; at
      ** run time it ends its pass with a matrix row saying so).
      ** Resolves the decision variables that make the matrix
      ** columns, writes the matrix header and sets the first
      ** combination and seed. Any of that failing stops the run with
      ** the pre-flight code before a single pass executes. Monte
      ** Carlo repeats, A/B comparison, a batch answers file and
      ** checkpointing all step aside for a sweep.
      **

       identification division.

       program-id. sweepPrepare.

       environment division.

       working-storage section.

       copy "constants.cpy".
       copy "casts.cpy".

       01 domFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 lineBuf pic x(300).
       01 lineLen usage binary-long signed.
       01 lineNo usage binary-long signed.
       01 failed usage binary-long signed.
       01 i usage binary-long signed.
       01 j usage binary-long signed.
       01 k usage binary-long signed.
       01 d usage binary-long signed.
       01 numText pic x(8).
       01 numLen usage binary-long signed.
       01 basicLine usage binary-long signed.
       01 valStart usage binary-long signed.
       01 valLen usage binary-long signed.
       01 vc usage binary-long signed.
       01 hit usage binary-long signed.
       01 seedCount usage binary-long signed.
       01 comboCount usage binary-double signed.
       01 passCount usage binary-double signed.
       01 cnt usage binary-long signed.

      * the keyboard INPUT lines the token walk found
       01 inputLineCount usage binary-long signed.
       01 inputLines.
           05 inputLineNum occurs 512 times usage binary-long signed.

       01 p usage pointer.
       01 q usage pointer.
       01 lineBase usage pointer.
       01 lineLimit usage pointer.
       01 stmtEnd usage pointer.
       01 progLine usage binary-long unsigned.
       01 progLineLen usage binary-long unsigned.
       01 stmtLen usage binary-long unsigned.
       01 stmtTok usage binary-long unsigned.

      * decision variable names off OMGWTF2_SWEEP_VARS
       01 varPos usage binary-long signed.
       01 nameText pic x(32).
       01 nameLen usage binary-long signed.
       01 candBuf pic x(32).
       01 cb usage binary-long signed.
       01 np usage pointer.

       procedure division.

       move 0 to failed

       if monteCarloRuns greater than 1 then
           call "printf" using
             "SWEEP: Monte Carlo repeats are off for a sweep" & x"0a"
           move 1 to monteCarloRuns
       end-if
       if abMode not equal 0 then
           call "printf" using
             "SWEEP: A/B comparison is off for a sweep" & x"0a"
           move 0 to abMode
       end-if
       if batchMode not equal 0 then
           call "printf" using
             "SWEEP: the answers file is not used - the domain"
             & " feeds every INPUT" & x"0a"
           close answer-fd
           move 0 to batchMode
       end-if
       if checkpointFileName not equal spaces then
           call "printf" using
             "SWEEP: checkpointing is off for a sweep" & x"0a"
           move spaces to checkpointFileName
       end-if

       if sweepSeedsGiven equal 0 then
           move baseSeed to sweepSeedFirst
           move baseSeed to sweepSeedLast
       end-if

       perform loadDomain
       if failed equal 0 then
           perform findInputLines
           perform checkDomain
       end-if
       if failed equal 0 then
           perform resolveColumns
       end-if
       if failed equal 0 then
           perform countPasses
       end-if
       if failed equal 0 then
           perform openMatrix
       end-if

       if failed not equal 0 then
           call "releaseImageLock"
           call "reportRunDir"
           call "raiseAlert" using by value exitCodePreflight
           move exitCodePreflight to return-code
           stop run
       end-if

      * the first combination: every line on its first answer, the
      * first seed of the range
       perform varying d from 1 by 1 until d greater than sweepLineCount
           move 1 to sw-pick(d)
       end-perform
       move sweepSeedFirst to sweepSeed
       move sweepSeed to iseed
       move 0 to randomSeeded
       move 0 to sweepDone
       move 0 to sweepAbnormal

       compute cnt equal comboCount
       move passCount to sweepPasses
       call "printf" using
         "SWEEP: %d INPUT line(s), %d combination(s) x %d seed(s)"
         & " = %d pass(es)" & x"0a",
         by value sweepLineCount, by value cnt,
         by value seedCount, by value sweepPasses

       goback.

      ******************************************************
      * read the domain file into sweepDomain, one row per
      * INPUT line, its answers split on commas with the
      * blanks around each trimmed away
       loadDomain.
           move 255 to pLen
           perform with test before until pLen less than 1
             or sweepDomainName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move sweepDomainName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning domFile
           if domFile equal NULL then
               call "printf" using
                 "SWEEP FAILED: cannot open domain file %s" & x"0a",
                 by reference pathBuf
               move 1 to failed
               exit paragraph
           end-if

           move 0 to sweepLineCount
           move 0 to lineNo

           perform until failed not equal 0

               move spaces to lineBuf
               call "fgets" using by reference lineBuf, by value 300,
                   by value domFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               add 1 to lineNo

               move 0 to lineLen
               perform varying i from 1 by 1 until i greater than 300
                   if lineBuf(i:1) equal x"0a" or equal x"0d"
                     or equal low-value then
                       exit perform
                   end-if
                   move i to lineLen
               end-perform
               if lineLen less than 300 then
                   move spaces to lineBuf(lineLen + 1:)
               end-if
               perform with test before until lineLen less than 1
                 or lineBuf(lineLen:1) not equal space
                   subtract 1 from lineLen
               end-perform

               move 1 to i
               perform with test before until i greater than lineLen
                 or lineBuf(i:1) not equal space
                   add 1 to i
               end-perform
               if i greater than lineLen then
                   exit perform cycle
               end-if
               if lineBuf(i:1) equal "*" then
                   exit perform cycle
               end-if

               perform parseDomainLine

           end-perform

           call "fclose" using by value domFile

           if failed equal 0 and sweepLineCount equal 0 then
               call "printf" using
                 "SWEEP FAILED: domain file lists no INPUT lines"
                 & x"0a"
               move 1 to failed
           end-if
           exit.

      ******************************************************
      * one domain row, starting at lineBuf(i:1): the BASIC
      * line number, then its comma-separated answers
       parseDomainLine.
           move spaces to numText
           move 0 to numLen
           perform with test before until i greater than lineLen
             or lineBuf(i:1) equal space
               if lineBuf(i:1) not numeric or numLen not less than 5
                 then
                   call "printf" using
                     "SWEEP FAILED: domain line %d does not start"
                     & " with a BASIC line number" & x"0a",
                     by value lineNo
                   move 1 to failed
                   exit paragraph
               end-if
               add 1 to numLen
               move lineBuf(i:1) to numText(numLen:1)
               add 1 to i
           end-perform
           compute basicLine equal function numval (numText)

           perform with test before until i greater than lineLen
             or lineBuf(i:1) not equal space
               add 1 to i
           end-perform
           if i greater than lineLen then
               call "printf" using
                 "SWEEP FAILED: BASIC line %d has no answers" & x"0a",
                 by value basicLine
               move 1 to failed
               exit paragraph
           end-if

           perform varying d from 1 by 1
             until d greater than sweepLineCount
               if sw-lineNum(d) equal basicLine then
                   call "printf" using
                     "SWEEP FAILED: domain line %d repeats BASIC"
                     & " line %d" & x"0a",
                     by value lineNo, by value basicLine
                   move 1 to failed
                   exit paragraph
               end-if
           end-perform

           if sweepLineCount not less than 64 then
               call "printf" using
                 "SWEEP FAILED: domain has more than 64 INPUT lines"
                 & x"0a"
               move 1 to failed
               exit paragraph
           end-if
           add 1 to sweepLineCount
           move sweepLineCount to d
           move basicLine to sw-lineNum(d)
           move 0 to sw-valueCount(d)
           move 1 to sw-pick(d)

      * the answers: each runs to the next comma or the end; an
      * empty one between two commas is an answer too - a bare
      * RETURN at the prompt
           perform until i greater than lineLen + 1
               perform with test before until i greater than lineLen
                 or lineBuf(i:1) not equal space
                   add 1 to i
               end-perform
               move i to valStart
               perform with test before until i greater than lineLen
                 or lineBuf(i:1) equal ","
                   add 1 to i
               end-perform
               compute valLen equal i - valStart
               perform with test before until valLen less than 1
                 or lineBuf(valStart + valLen - 1:1) not equal space
                   subtract 1 from valLen
               end-perform
               add 1 to i

               if sw-valueCount(d) not less than 16 then
                   call "printf" using
                     "SWEEP FAILED: BASIC line %d has more than 16"
                     & " answers" & x"0a",
                     by value basicLine
                   move 1 to failed
                   exit paragraph
               end-if
               if valLen greater than 64 then
                   call "printf" using
                     "SWEEP FAILED: an answer for BASIC line %d is"
                     & " longer than 64 characters" & x"0a",
                     by value basicLine
                   move 1 to failed
                   exit paragraph
               end-if
               add 1 to sw-valueCount(d)
               move sw-valueCount(d) to vc
               move valLen to sw-valueLen(d, vc)
               move spaces to sw-valueText(d, vc)
               if valLen greater than 0 then
                   move lineBuf(valStart:valLen)
                     to sw-valueText(d, vc)(1:valLen)
               end-if
           end-perform
           exit.

      ******************************************************
      * static walk of the token stream for the lines that
      * open a keyboard INPUT statement - an INPUT whose
      * first operand is a # channel reads the disk instead
       findInputLines.
           move 0 to inputLineCount

           move programFile to p
           set p up by stmtab

           perform until p greater than or equal to programEnd

               move p to lineBase
               set address of wordCast to p
               move wordCasted to progLine
               set p up by 2
               set address of byteCast to p
               move byteCasted to progLineLen
               set p up by 1

               move lineBase to lineLimit
               set lineLimit up by progLineLen

               perform until p greater than or equal to lineLimit

                   set address of byteCast to p
                   move byteCasted to stmtLen
                   set p up by 1

                   move lineBase to stmtEnd
                   set stmtEnd up by stmtLen

                   set address of byteCast to p
                   move byteCasted to stmtTok
                   set p up by 1

                   if stmtTok equal tokREM then
                       move lineLimit to p
                       exit perform
                   end-if

                   if stmtTok equal tokINPUT
                     and progLine less than 32768 then
                       move p to q
                       set address of byteCast to q
                       if byteCasted not equal opSharp
                         and inputLineCount less than 512 then
                           if inputLineCount equal 0 then
                               add 1 to inputLineCount
                               move progLine
                                 to inputLineNum(inputLineCount)
                           else
                               if inputLineNum(inputLineCount)
                                 not equal progLine then
                                   add 1 to inputLineCount
                                   move progLine
                                     to inputLineNum(inputLineCount)
                               end-if
                           end-if
                       end-if
                   end-if

                   move stmtEnd to p

               end-perform

           end-perform
           exit.

      ******************************************************
      * the domain and the program must agree line for line
       checkDomain.
           perform varying d from 1 by 1
             until d greater than sweepLineCount
               move 0 to hit
               perform varying k from 1 by 1
                 until k greater than inputLineCount
                   if inputLineNum(k) equal sw-lineNum(d) then
                       move 1 to hit
                       exit perform
                   end-if
               end-perform
               if hit equal 0 then
                   move sw-lineNum(d) to basicLine
                   call "printf" using
                     "SWEEP FAILED: BASIC line %d has no keyboard"
                     & " INPUT" & x"0a",
                     by value basicLine
                   move 1 to failed
               end-if
           end-perform

           perform varying k from 1 by 1
             until k greater than inputLineCount
               move 0 to hit
               perform varying d from 1 by 1
                 until d greater than sweepLineCount
                   if sw-lineNum(d) equal inputLineNum(k) then
                       move 1 to hit
                       exit perform
                   end-if
               end-perform
               if hit equal 0 then
                   move inputLineNum(k) to basicLine
                   call "printf" using
                     "SWEEP FAILED: INPUT at BASIC line %d has no"
                     & " domain row" & x"0a",
                     by value basicLine
                   move 1 to failed
               end-if
           end-perform
           exit.

      ******************************************************
      * the matrix columns: the named decision variables, or
      * every variable in table order when none are named
       resolveColumns.
           move 0 to sweepColCount

           if sweepVarList equal spaces then
               perform varying i from 1 by 1
                 until i greater than nv or i greater than 256
                   add 1 to sweepColCount
                   move i to sweepColVar(sweepColCount)
               end-perform
               exit paragraph
           end-if

           move 1 to varPos
           perform until varPos greater than 255 or failed not equal 0
               perform with test before until varPos greater than 255
                 or (sweepVarList(varPos:1) not equal space
                     and sweepVarList(varPos:1) not equal ",")
                   add 1 to varPos
               end-perform
               if varPos greater than 255 then
                   exit perform
               end-if

               move spaces to nameText
               move 0 to nameLen
               perform with test before until varPos greater than 255
                 or sweepVarList(varPos:1) equal ","
                 or sweepVarList(varPos:1) equal space
                   if nameLen less than 32 then
                       add 1 to nameLen
                       move sweepVarList(varPos:1)
                         to nameText(nameLen:1)
                   end-if
                   add 1 to varPos
               end-perform

               move 0 to hit
               perform varying i from 1 by 1 until i greater than nv
                   perform varNameToCand
                   if candBuf equal nameText then
                       move 1 to hit
                       exit perform
                   end-if
               end-perform

               if hit equal 0 then
                   call "printf" using
                     "SWEEP FAILED: program has no variable %.32s"
                     & x"0a",
                     by reference nameText
                   move 1 to failed
               else
                   if sweepColCount less than 256 then
                       add 1 to sweepColCount
                       move i to sweepColVar(sweepColCount)
                   end-if
               end-if
           end-perform
           exit.

       varNameToCand.
           move spaces to candBuf
           move vts-name(i) to np
           move 0 to cb
           perform until cb greater than 30
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to cb
               set address of svalCast to address of candBuf(cb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           exit.

      ******************************************************
      * combinations times seeds - a sweep that would run past
      * a million passes is refused rather than left to grind
       countPasses.
           move 1 to comboCount
           perform varying d from 1 by 1
             until d greater than sweepLineCount
               compute comboCount equal comboCount * sw-valueCount(d)
               if comboCount greater than 1000000 then
                   exit perform
               end-if
           end-perform
           compute seedCount equal sweepSeedLast - sweepSeedFirst + 1
           compute passCount equal comboCount * seedCount
           if passCount greater than 1000000 then
               call "printf" using
                 "SWEEP FAILED: the domain and seed range make more"
                 & " than 1000000 passes" & x"0a"
               move 1 to failed
           end-if
           exit.

      ******************************************************
      * the matrix file and its header row: pass, seed, the
      * answer fed at each INPUT line, how the pass ended,
      * then one column per decision variable
       openMatrix.
           move 255 to pLen
           perform with test before until pLen less than 1
             or sweepMatrixName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move sweepMatrixName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeWrite
                         returning sweepMatrixFile
           if sweepMatrixFile equal NULL then
               call "printf" using
                 "SWEEP FAILED: cannot create decision matrix %s"
                 & x"0a",
                 by reference pathBuf
               move 1 to failed
               exit paragraph
           end-if

           call "fprintf" using by value sweepMatrixFile,
               by reference "PASS|SEED" & x"00"
           perform varying d from 1 by 1
             until d greater than sweepLineCount
               move sw-lineNum(d) to basicLine
               call "fprintf" using by value sweepMatrixFile,
                   by reference "|L%d" & x"00",
                   by value basicLine
           end-perform
           call "fprintf" using by value sweepMatrixFile,
               by reference "|END" & x"00"
           perform varying k from 1 by 1
             until k greater than sweepColCount
               move sweepColVar(k) to i
               move vts-name(i) to np
               call "fprintf" using by value sweepMatrixFile,
                   by reference "|%s" & x"00",
                   by value np
           end-perform
           call "fprintf" using by value sweepMatrixFile,
               by reference x"0a00"
           exit.

       end program sweepPrepare.

      ******************************************************************
      **
      ** sweepEndOfPass: one sweep pass has ended - normally, by a
      ** fatal error or by the watchdog. Writes its decision matrix
      ** row, then (when allowed to carry on and combinations remain)
      ** turns the odometer to the next combination - the last domain
      ** line fastest, the seed slowest - resets the interpreter and
      ** jumps back into the parse loop the way Monte Carlo passes
      ** do. After the last pass, or when told not to carry on, the
      ** matrix is closed with a summary and control returns to the
      ** caller's ordinary exit.
      **

       identification division.

       program-id. sweepEndOfPass.

       environment division.

       copy "constants.cpy".
       copy "casts.cpy".

       01 d usage binary-long signed.
       01 k usage binary-long signed.
       01 i usage binary-long unsigned.
       01 vc usage binary-long signed.
       01 vLen usage binary-long signed.
       01 eqPos usage binary-long signed.
       01 passNo usage binary-long signed.
       01 cellText pic x(256).
       01 varLine pic x(255).
       01 pLen usage binary-long signed.
       01 pathBuf pic x(256).

       linkage section.

       01 carryOn usage binary-long signed.

       procedure division using by value carryOn.

       compute passNo equal sweepDone + 1
       call "fprintf" using by value sweepMatrixFile,
           by reference "%d|%d" & x"00",
           by value passNo, by value sweepSeed

       perform varying d from 1 by 1 until d greater than sweepLineCount
           move sw-pick(d) to vc
           move sw-valueLen(d, vc) to vLen
           move spaces to cellText
           if vLen greater than 0 then
               move sw-valueText(d, vc)(1:vLen) to cellText(1:vLen)
           end-if
           move low-value to cellText(vLen + 1:1)
           call "fprintf" using by value sweepMatrixFile,
               by reference "|%s" & x"00",
               by reference cellText
       end-perform

       move 24 to vLen
       perform with test before until vLen less than 1
         or exitReason(vLen:1) not equal space
           subtract 1 from vLen
       end-perform
       move spaces to cellText
       if vLen greater than 0 then
           move exitReason(1:vLen) to cellText(1:vLen)
       end-if
       move low-value to cellText(vLen + 1:1)
       call "fprintf" using by value sweepMatrixFile,
           by reference "|%s" & x"00",
           by reference cellText

      * each decision variable's final value, as the results file
      * would carry it
       perform varying k from 1 by 1 until k greater than sweepColCount
           move sweepColVar(k) to i
           call "formatVarRecord" using by value i,
               by reference varLine
           move 0 to eqPos
           perform varying vLen from 1 by 1 until vLen greater than 255
               if varLine(vLen:1) equal "=" then
                   move vLen to eqPos
                   exit perform
               end-if
           end-perform
           move 255 to vLen
           perform with test before until vLen not greater than eqPos
             or varLine(vLen:1) not equal space
               subtract 1 from vLen
           end-perform
           compute vLen equal vLen - eqPos
           move spaces to cellText
           if vLen greater than 0 then
               move varLine(eqPos + 1:vLen) to cellText(1:vLen)
           end-if
           move low-value to cellText(vLen + 1:1)
           call "fprintf" using by value sweepMatrixFile,
               by reference "|%s" & x"00",
               by reference cellText
       end-perform

       call "fprintf" using by value sweepMatrixFile,
           by reference x"0a00"

       add 1 to sweepDone
       if exitReason not equal "NORMAL END" then
           add 1 to sweepAbnormal
       end-if

      * the last pass, or a pass nothing may follow: close out the
      * matrix and let the caller's own exit run
       if sweepDone not less than sweepPasses or carryOn equal 0 then
           call "fclose" using by value sweepMatrixFile
           move NULL to sweepMatrixFile
           move 255 to pLen
           perform with test before until pLen less than 1
             or sweepMatrixName(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move sweepMatrixName(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)
           call "printf" using
             "SWEEP: %d of %d pass(es) run, %d ended abnormally,"
             & " matrix in %s" & x"0a",
             by value sweepDone, by value sweepPasses,
             by value sweepAbnormal, by reference pathBuf
      * nothing after this may count as another pass
           move sweepPasses to sweepDone
           goback
       end-if

      * the next combination: turn the odometer, carrying into the
      * seed when every line has wrapped
       move sweepLineCount to d
       perform until d less than 1
           add 1 to sw-pick(d)
           if sw-pick(d) not greater than sw-valueCount(d) then
               exit perform
           end-if
           move 1 to sw-pick(d)
           subtract 1 from d
       end-perform
       if d less than 1 then
           add 1 to sweepSeed
       end-if

       call "resetRun"
       move sweepSeed to iseed
       move 0 to randomSeeded
       move spaces to exitReason
       move exitCodeFatal to fatalExitCode

       call "dolongjmp" using trapJmp, 1

       goback.

       end program sweepEndOfPass.

      ******************************************************************
      **
      ** jobStreamRun: mount-once batch driver. Opens the job deck,
      ** loads the first job and hands control to interpret; from
      ** there doEnd and fatal route each job's ending through
      ** jobEndOfJob, which loads the next card and jumps back into
      ** the parse loop the way Monte Carlo passes do.
      **

       identification division.

       program-id. jobStreamRun.

       environment division.

       working-storage section.

       copy "constants.cpy".

       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 gotAnother usage binary-long signed.

       procedure division.

       move baseSeed to jobDeckSeed

       move 255 to pLen
       perform with test before until pLen less than 1
         or jobDeckName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move jobDeckName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeRead
                     returning jobDeckFile
       if jobDeckFile equal NULL then
           call "fatal" using "cannot open job deck"
       end-if

       call "jobNext" using by reference gotAnother
       if gotAnother equal 0 then
           if jobNumber equal 0 then
               call "fatal" using "job deck is empty"
           end-if
      * every card was skipped (pre-flight or load); the summary
      * still goes out for the scheduler - the skipped rows are
      * already banked, so this passes a neutral code that cannot
      * outrank them
           call "jobEndOfJob" using by value exitCodeEnd
       end-if

       call "interpret"

       goback.

       end program jobStreamRun.

      ******************************************************************
      **
      ** jobNext: read the next job card off the deck and set the run
      ** up for it - per-job workspace subdirectory, artifact paths,
      ** answers and params files, then the program load and the same
      ** state reset a Monte Carlo pass gets. Hands back 0 when the
      ** deck is out of cards.
      **

       identification division.

       program-id. jobNext.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 cardBuf pic x(300).
       01 cardLen usage binary-long signed.
       01 gotPtr usage pointer.
       01 i usage binary-long signed.
       01 f1 pic x(255).
       01 f2 pic x(255).
       01 f3 pic x(255).
       01 f4 pic x(255).
       01 f5 pic x(255).
       01 fieldBuf pic x(255).
       01 progSpec pic x(64).
       01 ansSpec pic x(255).
       01 parSpec pic x(255).
       01 seedSpec pic x(12).
       01 deptSpec pic x(8).
       01 jobDir pic x(255).
       01 jdLen usage binary-long signed.
       01 numText pic 9(3).
       01 pathBuf pic x(256).
       01 ch1 pic x.
       01 dotSeen usage binary-long signed.
       01 pn usage binary-long signed.
       01 en usage binary-long signed.
       01 deckDone usage binary-long signed.
       01 progText pic x(12).
       01 skipCode usage binary-long signed.
       01 skipReason pic x(24).

       linkage section.

       01 gotAnother usage binary-long signed.

       procedure division using by reference gotAnother.

       move 0 to gotAnother
       move 0 to deckDone

      * cards whose pre-flight fails are recorded and skipped here,
      * so one bad card costs one summary row, not the whole deck
       perform jobLoadOne with test after
         until gotAnother not equal 0 or deckDone not equal 0

       goback.

      ******************************************************
      * one card off the deck into a ready-to-run job; sets
      * gotAnother on success, deckDone when the deck is out
       jobLoadOne.
           perform forever
           call "fgets" using by reference cardBuf, by value 300,
               by value jobDeckFile
               returning gotPtr
           if gotPtr equal NULL then
               move 1 to deckDone
               exit paragraph
           end-if
           move 0 to cardLen
           perform varying i from 1 by 1 until i greater than 300
               if cardBuf(i:1) equal x"0a" or cardBuf(i:1) equal x"0d"
                 or cardBuf(i:1) equal low-value then
                   exit perform
               end-if
               move i to cardLen
           end-perform
           if cardLen less than 300 then
               move spaces to cardBuf(cardLen + 1:300 - cardLen)
           end-if
           if cardLen greater than 0 and cardBuf(1:1) not equal "*"
             and cardBuf(1:cardLen) not equal spaces then
               exit perform
           end-if
       end-perform

       add 1 to jobNumber
       if jobNumber greater than 256 then
           call "fatal" using "job deck too long"
       end-if

       move spaces to f1
       move spaces to f2
       move spaces to f3
       move spaces to f4
       move spaces to f5
       unstring cardBuf delimited by all space
           into f1 f2 f3 f4 f5
       end-unstring

       move spaces to progSpec
       move spaces to ansSpec
       move spaces to parSpec
       move spaces to seedSpec
       move spaces to deptSpec
       move f1 to fieldBuf
       perform jobField
       move f2 to fieldBuf
       perform jobField
       move f3 to fieldBuf
       perform jobField
       move f4 to fieldBuf
       perform jobField
       move f5 to fieldBuf
       perform jobField

      * the department this job is charged to
       if deptSpec not equal spaces then
           move function upper-case (deptSpec) to acctDepartment
       else
           move departmentCode to acctDepartment
       end-if

       if progSpec equal spaces then
           call "fatalN" using "job card has no PROG=",
               by value jobNumber
       end-if

       perform parseProgSpec

      * the job's own workspace under the run directory, and every
      * per-run artifact re-pointed into it
       move jobNumber to numText
       move spaces to jobDir
       move 1 to jdLen
       string runDir(1:runDirLen) delimited by size
              "/job-" delimited by size
              numText delimited by size
              into jobDir
              with pointer jdLen
       end-string
       subtract 1 from jdLen

       move spaces to pathBuf
       move jobDir(1:jdLen) to pathBuf(1:jdLen)
       move low-value to pathBuf(jdLen + 1:1)
       call "mkdir" using by reference pathBuf, by value 493

       move spaces to resultsFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-results.txt" delimited by size
              into resultsFileName
       end-string
       move spaces to channelFilePrefix
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-channel" delimited by size
              into channelFilePrefix
       end-string
       move spaces to traceFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-trace.txt" delimited by size
              into traceFileName
       end-string
       move spaces to coverageFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-coverage.txt" delimited by size
              into coverageFileName
       end-string
       move spaces to monteCarloReportName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-montecarlo.txt" delimited by size
              into monteCarloReportName
       end-string
       move spaces to screenFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-screen.txt" delimited by size
              into screenFileName
       end-string
       move spaces to exceptionsFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-exceptions.txt" delimited by size
              into exceptionsFileName
       end-string
       move spaces to lineageFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-lineage.txt" delimited by size
              into lineageFileName
       end-string
       if eventsFile not equal NULL then
           call "fclose" using by value eventsFile
           move NULL to eventsFile
       end-if
       move 0 to eventsOpenTried
       move spaces to eventsFileName
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2-events.txt" delimited by size
              into eventsFileName
       end-string

      * a fresh transcript per job
       if transcriptFile not equal NULL then
           call "fclose" using by value transcriptFile
           move NULL to transcriptFile
       end-if
       move spaces to transcriptPath
       string jobDir(1:jdLen) delimited by size
              "/omgwtf2.log" delimited by size
              into transcriptPath
       end-string
       move low-value to transcriptPath(jdLen + 13:1)
       call "fopen" using by reference transcriptPath,
                     by reference fopenModeAppend
                     returning transcriptFile

      * the job's queued answers and preset parameters
       if batchMode not equal 0 then
           close answer-fd
           move 0 to batchMode
       end-if
       if ansSpec not equal spaces then
           move ansSpec to answersFileName
           move 1 to batchMode
           open input answer-fd
       end-if

      * the controller follows the card's answers: its companion
      * .ctl, or the default keys when it has none - unless a
      * script was named for the whole deck
       if controllerScriptName equal spaces then
           call "loadControllerScript"
           if controllerScriptBad not equal 0 then
               move 0 to controllerScriptBad
               call "printf" using
                 "JOB %d SKIPPED: controller script bad" & x"0a",
                 by value jobNumber
               move exitCodeFatal to skipCode
               move "CONTROLLER SCRIPT BAD" to skipReason
               perform jobRecordSkipped
               exit paragraph
           end-if
       end-if
       move spaces to paramsFileName
       if parSpec not equal spaces then
           move parSpec to paramsFileName
       end-if

      * out with the finished job's program, in with this one's:
      * release the old name/string/array storage before the fresh
      * analyze overwrites the only pointers to it
       perform varying i from 1 by 1 until i greater than nv
           if vts-name(i) not equal NULL then
               free vts-name(i)
               move NULL to vts-name(i)
           end-if
           if vts-sval(i) not equal NULL then
               free vts-sval(i)
               move NULL to vts-sval(i)
           end-if
           if vts-aval(i) not equal NULL then
               free vts-aval(i)
               move NULL to vts-aval(i)
           end-if
       end-perform
       perform varying i from 1 by 1 until i greater than H"10000"
           move NULL to lineNumberRow(i)
           move 0 to lineExecCount(i)
       end-perform
       if programFile not equal NULL then
           free programFile
           move NULL to programFile
       end-if

      * a program that will not load costs this card its summary
      * row, not the deck
       move 0 to jobLoadFailed
       call "readBasicFile"
       if jobLoadFailed not equal 0 then
           move 0 to jobLoadFailed
           call "printf" using
             "JOB %d SKIPPED: program did not load" & x"0a",
             by value jobNumber
           move exitCodeFatal to skipCode
           move "LOAD FAILED" to skipReason
           perform jobRecordSkipped
           exit paragraph
       end-if
       call "analyzeBasicFile"

      * Monte Carlo accumulators and lineage events start over per
      * job; so does the fatal exit code, which a site like the
      * batch-exhaustion path may have sharpened for the last job
       move exitCodeFatal to fatalExitCode
       move 0 to lineageCount
       move 0 to monteCarloDone
       perform varying i from 1 by 1 until i greater than 256
           move 0 to mcNumCount(i)
           move 0 to mcSum(i)
           move 0 to mcValueRows(i)
           move 0 to mcValueOverflow(i)
       end-perform

      * the card's own seed, or the one the deck started with -
      * resetRun seeds every pass of the job from it
       if seedSpec not equal spaces then
           compute baseSeed equal function numval (seedSpec)
       else
           move jobDeckSeed to baseSeed
       end-if

       call "resetRun"

       if batchMode not equal 0 and preflightMode not equal 0 then
           move 0 to preflightFailed
           call "preflightAnswers"
           if preflightFailed not equal 0 then
               move 0 to preflightFailed
               call "printf" using
                 "JOB %d SKIPPED: answers pre-flight failed" & x"0a",
                 by value jobNumber
               move exitCodePreflight to skipCode
               move "PREFLIGHT FAILED" to skipReason
               perform jobRecordSkipped
               exit paragraph
           end-if
       end-if

       call "printf" using "JOB %d: %.8s.%.3s" & x"0a",
           by value jobNumber, by reference catalogPName,
           by reference catalogExt

      * the job's usage is measured from here
       call "accountingStart"

       move 1 to gotAnother
           exit.

      * this card goes into the summary as skipped, and the load
      * loop moves on to the next one
       jobRecordSkipped.
           if jobNumber not less than 1
             and jobNumber not greater than 256 then
               move spaces to progText
               string catalogPName delimited by space
                      "." delimited by size
                      catalogExt delimited by space
                      into progText
               end-string
               move progText to jobProg(jobNumber)
               move skipCode to jobExit(jobNumber)
               move skipReason to jobReason(jobNumber)
               move 1 to jobRecorded(jobNumber)
           end-if
           add 1 to jobSkippedCount
           if jobSkippedCount equal 1 then
               move jobNumber to jobFirstSkipped
           end-if
           if skipCode greater than jobWorst then
               move skipCode to jobWorst
           end-if
           exit.

       jobField.
           evaluate true
             when fieldBuf(1:5) equal "PROG="
               move fieldBuf(6:64) to progSpec
             when fieldBuf(1:8) equal "ANSWERS="
               move fieldBuf(9:240) to ansSpec
             when fieldBuf(1:7) equal "PARAMS="
               move fieldBuf(8:240) to parSpec
             when fieldBuf(1:5) equal "SEED="
               move fieldBuf(6:12) to seedSpec
             when fieldBuf(1:5) equal "DEPT="
               move fieldBuf(6:8) to deptSpec
             when other
               continue
           end-evaluate
           exit.

       parseProgSpec.
           move spaces to catalogPName
           move spaces to catalogExt
           move 0 to dotSeen
           move 0 to pn
           move 0 to en
           perform varying i from 1 by 1 until i greater than 60
             or progSpec(i:1) equal space
               move function upper-case (progSpec(i:1)) to ch1
               if ch1 equal "." then
                   move 1 to dotSeen
               else
                   if dotSeen equal 0 then
                       if pn less than 8 then
                           add 1 to pn
                           move ch1 to catalogPName(pn:1)
                       end-if
                   else
                       if en less than 3 then
                           add 1 to en
                           move ch1 to catalogExt(en:1)
                       end-if
                   end-if
               end-if
           end-perform
           if pn equal 0 then
               call "fatalN" using "bad PROG= on job card",
                   by value jobNumber
           end-if
           exit.

       end program jobNext.

      ******************************************************************
      **
      ** jobEndOfJob: one job is over, however it went. Bank its exit
      ** code and reason for the deck summary, write the job's own
      ** artifacts (the same set every exit path writes), and either
      ** jump back into the parse loop with the next job loaded, or -
      ** deck exhausted - write the summary report and end the
      ** process with the worst exit code the deck produced.
      **

       identification division.

       program-id. jobEndOfJob.

       environment division.


       copy "constants.cpy".

       01 gotAnother usage binary-long signed.
       01 i usage binary-long signed.
       01 progText pic x(12).
       01 effCode usage binary-long signed.
       01 skippedNum pic z(4)9.
       01 deckJobNum pic z(4)9.
       01 firstNum pic z(4)9.
       01 sumFile usage pointer.
       01 pathBuf pic x(256).

       linkage section.

       01 jobExitCode usage binary-long signed.

       procedure division using by value jobExitCode.

       move 1 to jobWrapup

       call "dumpResults"
       call "checkRules"
       call "writeHistory"
       call "writeAccounting"
       call "closeChannelFiles"
       call "closeIocbChannels"
       call "writeCoverageReport"
       call "writeScreenSnapshot"
       call "writeLineageReport"

      * a job that reached its END (a card jobNext skipped never
      * ran) gets its page in the notice print file
       if jobExitCode equal exitCodeEnd and jobNumber not less than 1
         and jobNumber not greater than 256 then
           if jobRecorded(jobNumber) equal 0 then
               call "writeNotice"
           end-if
       end-if

      * a clean job whose output broke a business rule reports the
      * rules code, so the deck summary routes it to a human
       move jobExitCode to effCode
       if effCode equal exitCodeEnd and rulesFailed not equal 0 then
           move exitCodeRules to effCode
           move "RULES FAILED" to exitReason
       end-if
       move 0 to rulesFailed
       if effCode not equal exitCodeEnd then
           call "raiseAlert" using by value effCode
       end-if

      * a job jobNext already recorded (a skipped pre-flight
      * failure) keeps its row
       if jobNumber not less than 1 and jobNumber not greater than 256
         then
           if jobRecorded(jobNumber) equal 0 then
               move spaces to progText
               string catalogPName delimited by space
                      "." delimited by size
                      catalogExt delimited by space
                      into progText
               end-string
               move progText to jobProg(jobNumber)
               move effCode to jobExit(jobNumber)
               move exitReason to jobReason(jobNumber)
               move 1 to jobRecorded(jobNumber)
      * a certification job: its results against the scenario's
      * expected values
               if certifyMode not equal 0 then
                   call "certifyJob" using by value effCode
               end-if
           end-if
       end-if
       if effCode greater than jobWorst then
           move effCode to jobWorst
       end-if

       call "jobNext" using by reference gotAnother
       if gotAnother not equal 0 then
           move spaces to exitReason
           move 0 to shutdownActive
           move 0 to jobWrapup
           call "dolongjmp" using trapJmp, 1
       end-if

      * deck exhausted: one summary for the scheduler to check
       move spaces to pathBuf
       move 1 to i
       string runDir(1:runDirLen) delimited by size
              "/omgwtf2-jobs.txt" delimited by size
              into pathBuf
              with pointer i
       end-string
       move low-value to pathBuf(i:1)

       call "fopen" using by reference pathBuf,
                     by reference fopenModeWrite
                     returning sumFile
       if sumFile not equal NULL then
           perform varying i from 1 by 1 until i greater than jobNumber
             or i greater than 256
               call "fprintf" using by value sumFile,
                   by reference
                   "JOB %3d %-12.12s EXIT=%d REASON=%.24s" & x"0a00",
                   by value i, by reference jobProg(i),
                   by value jobExit(i), by reference jobReason(i)
           end-perform
           call "fclose" using by value sumFile
       end-if

       call "flushAtrImage"
       call "releaseImageLock"
       if gInit not equal zero then
           call "endwin"
       end-if
       call "printf" using
           "JOB DECK DONE: %d job(s), worst exit %d" & x"0a",
           by value jobNumber, by value jobWorst

      * a certification run answers pass or fail as a whole; a
      * failed scenario outranks whatever code its job ended with
       if certifyMode not equal 0 then
           call "certifyFinish"
           if certifyFailed not equal 0 then
               move exitCodeCertify to jobWorst
               call "raiseAlert" using by value exitCodeCertify
           end-if
       end-if

      * the jobs that failed have alerted as they ended; cards that
      * never ran are reported here, once for the deck, under the
      * first skipped card's program
       if jobSkippedCount not equal 0 then
           move "SKIPPED" to alertCondition
           move jobSkippedCount to skippedNum
           move jobNumber to deckJobNum
           move jobFirstSkipped to firstNum
           string function trim (skippedNum) " OF "
                  function trim (deckJobNum) " CARD(S) SKIPPED,"
                  " FIRST JOB " function trim (firstNum)
                  delimited by size into alertDetail
           end-string
           if jobFirstSkipped not greater than 256 then
               move spaces to catalogPName
               move spaces to catalogExt
               unstring jobProg(jobFirstSkipped) delimited by "."
                   into catalogPName catalogExt
               end-unstring
           end-if
           call "raiseAlert" using by value jobWorst
       end-if

       call "reportRunDir"
       move jobWorst to return-code
       stop run.

       end program jobEndOfJob.

      ******************************************************************
      **
      ** scenarioMaint: one scenario master command per invocation,
      ** driven by OMGWTF2_SCENARIO_MAINT - ADD or CHANGE a scenario
      ** from a card file, DELETE one, or LIST a range of them. The
      ** LIST output repeats each scenario's card lines, so a listed
      ** scenario can be cut back out into a card file for a CHANGE.
      ** Anything the master refuses - a duplicate ADD, a CHANGE or
      ** DELETE of an unknown ID, a card over the record's limits -
      ** goes out through fatal like a librarian failure.
      **

       identification division.

       program-id. scenarioMaint.

       environment division.


       copy "constants.cpy".

       01 cmdWord pic x(10).
       01 arg1 pic x(255).
       01 arg2 pic x(255).
       01 scnKey pic x(16).
       01 scnLast pic x(16).
       01 cardFile usage pointer.
       01 gotPtr usage pointer.
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 cardBuf pic x(300).
       01 cardLen usage binary-long signed.
       01 kwText pic x(8).
       01 restStart usage binary-long signed.
       01 restLen usage binary-long signed.
       01 i usage binary-long signed.
       01 k usage binary-long signed.
       01 listed usage binary-long signed.
       01 outBuf pic x(81).
       01 ol usage binary-long signed.

       procedure division.

       move spaces to cmdWord
       move spaces to arg1
       move spaces to arg2
       unstring scenarioCmd delimited by all space
           into cmdWord arg1 arg2
       end-unstring
       move function upper-case (cmdWord) to cmdWord

       evaluate cmdWord

         when "ADD"
           perform takeKey
           perform readCard
           open i-o scenario-fd
           if scenarioFileStatus not equal "00"
             and scenarioFileStatus not equal "05" then
               call "fatal" using "cannot open scenario master"
           end-if
           write scenario-record
             invalid key
               close scenario-fd
               call "fatal" using "scenario already exists"
           end-write
           close scenario-fd
           call "printf" using "SCENARIO %.16s ADDED" & x"0a",
               by reference scnKey
           perform reportCounts

         when "CHANGE"
           perform takeKey
           perform readCard
           open i-o scenario-fd
           if scenarioFileStatus not equal "00" then
               call "fatal" using "cannot open scenario master"
           end-if
           rewrite scenario-record
             invalid key
               close scenario-fd
               call "fatal" using "no such scenario"
           end-rewrite
           close scenario-fd
           call "printf" using "SCENARIO %.16s CHANGED" & x"0a",
               by reference scnKey
           perform reportCounts

         when "DELETE"
           perform takeKey
           open i-o scenario-fd
           if scenarioFileStatus not equal "00" then
               call "fatal" using "cannot open scenario master"
           end-if
           move scnKey to scn-id
           delete scenario-fd record
             invalid key
               close scenario-fd
               call "fatal" using "no such scenario"
           end-delete
           close scenario-fd
           call "printf" using "SCENARIO %.16s DELETED" & x"0a",
               by reference scnKey

         when "LIST"
           perform listScenarios

         when other
           display "scenario commands: ADD id cardfile, "
               "CHANGE id cardfile, DELETE id, LIST [from [to]]"
           call "fatal" using "unknown scenario command"

       end-evaluate

       move 0 to return-code

       goback.

      ******************************************************
      * the scenario ID off the command
       takeKey.
           if arg1 equal spaces then
               call "fatal" using "scenario command needs an id"
           end-if
           if arg1(17:239) not equal spaces then
               call "fatal" using "scenario id is over 16 characters"
           end-if
           move arg1(1:16) to scnKey
           exit.

      ******************************************************
      * the card file named by the command into a fresh
      * scenario record under scnKey
       readCard.
           if arg2 equal spaces then
               call "fatal" using "scenario command needs a card file"
           end-if

           move spaces to scenario-record
           move scnKey to scn-id
           move 0 to scn-seedGiven
           move 0 to scn-seed
           move 0 to scn-paramCount
           move 0 to scn-answerCount
           move 0 to scn-expectCount

           move 255 to pLen
           perform with test before until pLen less than 1
             or arg2(pLen:1) not equal space
               subtract 1 from pLen
           end-perform
           move spaces to pathBuf
           move arg2(1:pLen) to pathBuf(1:pLen)
           move low-value to pathBuf(pLen + 1:1)

           call "fopen" using by reference pathBuf,
                         by reference fopenModeRead
                         returning cardFile
           if cardFile equal NULL then
               call "fatal" using "cannot open scenario card file"
           end-if

           perform forever
               move spaces to cardBuf
               call "fgets" using by reference cardBuf, by value 300,
                   by value cardFile
                   returning gotPtr
               if gotPtr equal NULL then
                   exit perform
               end-if
               move 0 to cardLen
               perform varying i from 1 by 1 until i greater than 300
                   if cardBuf(i:1) equal x"0a" or equal x"0d"
                     or equal low-value then
                       exit perform
                   end-if
                   move i to cardLen
               end-perform
               if cardLen less than 300 then
                   move spaces to cardBuf(cardLen + 1:)
               end-if
               perform with test before until cardLen less than 1
                 or cardBuf(cardLen:1) not equal space
                   subtract 1 from cardLen
               end-perform
               if cardLen equal 0 or cardBuf(1:1) equal "*" then
                   exit perform cycle
               end-if
               perform cardLine
           end-perform

           call "fclose" using by value cardFile

           if scn-program equal spaces then
               call "fatal" using "scenario card has no PROG line"
           end-if
           if scn-expectCount equal 0 then
               call "fatal" using "scenario card has no EXPECT lines"
           end-if
           exit.

      ******************************************************
      * one keyword line of the card: the keyword, then the
      * rest of the line after the one separating space
       cardLine.
           move spaces to kwText
           move 0 to k
           perform varying i from 1 by 1 until i greater than cardLen
             or cardBuf(i:1) equal space
               if k less than 8 then
                   add 1 to k
                   move function upper-case (cardBuf(i:1))
                     to kwText(k:1)
               end-if
           end-perform
           compute restStart equal i + 1
           compute restLen equal cardLen - i
           if restLen less than 0 then
               move 0 to restLen
           end-if
           if restLen greater than 80 then
               call "fatal" using "scenario card line is over 80"
                   & " characters after its keyword"
           end-if

           evaluate kwText
             when "DESC"
               if restLen greater than 0 then
                   move cardBuf(restStart:restLen) to scn-description
               end-if
             when "PROG"
               if restLen greater than 0 then
                   move cardBuf(restStart:restLen) to scn-program
               end-if
             when "SEED"
               if restLen greater than 0 then
                   compute scn-seed equal function numval
                       (cardBuf(restStart:restLen))
                   move 1 to scn-seedGiven
               end-if
             when "PARAM"
               if scn-paramCount not less than 32 then
                   call "fatal" using
                       "scenario card has over 32 PARAM lines"
               end-if
               add 1 to scn-paramCount
               if restLen greater than 0 then
                   move cardBuf(restStart:restLen)
                     to scn-param(scn-paramCount)
               end-if
             when "ANSWER"
               if scn-answerCount not less than 64 then
                   call "fatal" using
                       "scenario card has over 64 ANSWER lines"
               end-if
               add 1 to scn-answerCount
               if restLen greater than 0 then
                   move cardBuf(restStart:restLen)
                     to scn-answer(scn-answerCount)
               end-if
             when "EXPECT"
               if scn-expectCount not less than 64 then
                   call "fatal" using
                       "scenario card has over 64 EXPECT lines"
               end-if
               add 1 to scn-expectCount
               if restLen greater than 0 then
                   move cardBuf(restStart:restLen)
                     to scn-expect(scn-expectCount)
               end-if
             when other
               display "bad scenario card line: " cardBuf(1:40)
               call "fatal" using "unknown scenario card keyword"
           end-evaluate
           exit.

       reportCounts.
           call "printf" using
             "%d param(s), %d answer(s), %d expected value(s)"
             & x"0a", by value scn-paramCount,
             by value scn-answerCount, by value scn-expectCount
           exit.

      ******************************************************
      * every scenario from arg1 through arg2 (either may be
      * left off), in ID order, as card lines
       listScenarios.
           move spaces to scnKey
           move high-values to scnLast
           if arg1 not equal spaces then
               move arg1(1:16) to scnKey
           end-if
           if arg2 not equal spaces then
               move arg2(1:16) to scnLast
           end-if

           move 0 to listed
           open input scenario-fd
           if scenarioFileStatus not equal "00" then
               call "printf" using "no scenario master at %.80s"
                   & x"0a", by reference scenarioFileName
               exit paragraph
           end-if

           move scnKey to scn-id
           start scenario-fd key is not less than scn-id
             invalid key
               move high-values to scn-id
           end-start

           perform until scn-id equal high-values
               read scenario-fd next record
                 at end
                   exit perform
               end-read
               if scn-id greater than scnLast then
                   exit perform
               end-if
               add 1 to listed

               call "printf" using "SCENARIO %.16s" & x"0a",
                   by reference scn-id
               move scn-description to outBuf
               perform showLine
               call "printf" using "  DESC %s" & x"0a",
                   by reference outBuf
               move scn-program to outBuf
               perform showLine
               call "printf" using "  PROG %s" & x"0a",
                   by reference outBuf
               if scn-seedGiven not equal 0 then
                   call "printf" using "  SEED %d" & x"0a",
                       by value scn-seed
               end-if
               perform varying k from 1 by 1
                 until k greater than scn-paramCount
                   move scn-param(k) to outBuf
                   perform showLine
                   call "printf" using "  PARAM %s" & x"0a",
                       by reference outBuf
               end-perform
               perform varying k from 1 by 1
                 until k greater than scn-answerCount
                   move scn-answer(k) to outBuf
                   perform showLine
                   call "printf" using "  ANSWER %s" & x"0a",
                       by reference outBuf
               end-perform
               perform varying k from 1 by 1
                 until k greater than scn-expectCount
                   move scn-expect(k) to outBuf
                   perform showLine
                   call "printf" using "  EXPECT %s" & x"0a",
                       by reference outBuf
               end-perform
           end-perform

           close scenario-fd
           call "printf" using "%d scenario(s)" & x"0a",
               by value listed
           exit.

      * outBuf's text, trailing blanks dropped, NUL-terminated
       showLine.
           move 80 to ol
           perform with test before until ol less than 1
             or outBuf(ol:1) not equal space
               subtract 1 from ol
           end-perform
           move low-value to outBuf(ol + 1:1)
           exit.

       end program scenarioMaint.

      ******************************************************************
      **
      ** certifyRun: turn the scenarios in the certification range
      ** into a job deck in the run directory - per scenario an
      ** answers file, a params file when it has parameter lines, and
      ** a card with its program and seed - open the certification
      ** report, and switch the run over to job-stream mode so the
      ** ordinary deck driver runs them. The scenario master stays
      ** open for certifyJob to look each scenario up again as its
      ** job ends.
      **

       identification division.

       program-id. certifyRun.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 scnCount usage binary-long signed.
       01 numText pic 9(3).
       01 k usage binary-long signed.
       01 ol usage binary-long signed.
       01 deckFile usage pointer.
       01 outFile usage pointer.
       01 deckPath pic x(256).
       01 dpLen usage binary-long signed.
       01 ansPath pic x(256).
       01 parPath pic x(256).
       01 pathBuf pic x(256).
       01 pLen usage binary-long signed.
       01 apLen usage binary-long signed.
       01 ppLen usage binary-long signed.
       01 outBuf pic x(81).
       01 progBuf pic x(65).
       01 scnLast pic x(16).
       01 dateBuf pic x(8).
       01 timeBuf pic x(8).

       procedure division.

       move high-values to scnLast
       if certifyTo not equal spaces then
           move certifyTo to scnLast
       end-if

       open input scenario-fd
       if scenarioFileStatus not equal "00" then
           call "fatal" using "cannot open scenario master"
       end-if

       move spaces to deckPath
       move 1 to dpLen
       string runDir(1:runDirLen) delimited by size
              "/omgwtf2-certify-deck.txt" delimited by size
              into deckPath
              with pointer dpLen
       end-string
       move low-value to deckPath(dpLen:1)
       call "fopen" using by reference deckPath,
                     by reference fopenModeWrite
                     returning deckFile
       if deckFile equal NULL then
           call "fatal" using "cannot create certification deck"
       end-if

       move 0 to scnCount
       move certifyFrom to scn-id
       start scenario-fd key is not less than scn-id
         invalid key
           move high-values to scn-id
       end-start

       perform until scn-id equal high-values
           read scenario-fd next record
             at end
               exit perform
           end-read
           if scn-id greater than scnLast then
               exit perform
           end-if
           if scnCount not less than 256 then
               call "printf" using
                 "CERTIFY: more than 256 scenarios in range, the"
                 & " rest are left out" & x"0a"
               exit perform
           end-if
           add 1 to scnCount
           move scn-id to certScnId(scnCount)
           move 0 to certChecked(scnCount)
           perform writeScenarioJob
       end-perform

       call "fclose" using by value deckFile

       if scnCount equal 0 then
           call "fatal" using "no scenarios in the certification range"
       end-if

      * the report's header: what was certified, where, and when
       move 255 to pLen
       perform with test before until pLen less than 1
         or certifyReportName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move certifyReportName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)
       call "fopen" using by reference pathBuf,
                     by reference fopenModeWrite
                     returning certifyReportFile
       if certifyReportFile equal NULL then
           call "fatal" using "cannot create certification report"
       end-if

       accept dateBuf from date yyyymmdd
       accept timeBuf from time
       move 255 to pLen
       perform with test before until pLen less than 1
         or atrFileName(pLen:1) not equal space
           subtract 1 from pLen
       end-perform
       move spaces to pathBuf
       move atrFileName(1:pLen) to pathBuf(1:pLen)
       move low-value to pathBuf(pLen + 1:1)
       call "fprintf" using by value certifyReportFile,
           by reference "CERTIFICATION RUN %.8s-%.6s IMAGE %s"
             & x"0a00",
           by reference dateBuf, by reference timeBuf,
           by reference pathBuf
       move spaces to pathBuf
       move runDir(1:runDirLen) to pathBuf(1:runDirLen)
       move low-value to pathBuf(runDirLen + 1:1)
       call "fprintf" using by value certifyReportFile,
           by reference "RUN DIRECTORY %s" & x"0a00",
           by reference pathBuf

       move 0 to certifyPassed
       move 0 to certifyFailed

       call "printf" using
         "CERTIFY: %d scenario(s) queued" & x"0a",
         by value scnCount

      * from here on this is an ordinary job deck
       move spaces to jobDeckName
       move deckPath(1:dpLen - 1) to jobDeckName
       move 1 to jobStreamMode

       goback.

      ******************************************************
      * one scenario's answers and params out to files, and
      * its card onto the deck
       writeScenarioJob.
           move scnCount to numText

           move spaces to ansPath
           move 1 to apLen
           string runDir(1:runDirLen) delimited by size
                  "/scenario-" delimited by size
                  numText delimited by size
                  "-answers.txt" delimited by size
                  into ansPath
                  with pointer apLen
           end-string
           move low-value to ansPath(apLen:1)
           subtract 1 from apLen

      * always an answers file, even an empty one: a scenario is
      * never allowed to sit waiting at the keyboard
           call "fopen" using by reference ansPath,
                         by reference fopenModeWrite
                         returning outFile
           if outFile equal NULL then
               call "fatal" using "cannot write scenario answers"
           end-if
           perform varying k from 1 by 1
             until k greater than scn-answerCount
               move scn-answer(k) to outBuf
               perform cLine
               call "fprintf" using by value outFile,
                   by reference "%s" & x"0a00",
                   by reference outBuf
           end-perform
           call "fclose" using by value outFile

           move 0 to ppLen
           if scn-paramCount greater than 0 then
               move spaces to parPath
               move 1 to ppLen
               string runDir(1:runDirLen) delimited by size
                      "/scenario-" delimited by size
                      numText delimited by size
                      "-params.txt" delimited by size
                      into parPath
                      with pointer ppLen
               end-string
               move low-value to parPath(ppLen:1)
               subtract 1 from ppLen
               call "fopen" using by reference parPath,
                             by reference fopenModeWrite
                             returning outFile
               if outFile equal NULL then
                   call "fatal" using "cannot write scenario params"
               end-if
               perform varying k from 1 by 1
                 until k greater than scn-paramCount
                   move scn-param(k) to outBuf
                   perform cLine
                   call "fprintf" using by value outFile,
                       by reference "%s" & x"0a00",
                       by reference outBuf
               end-perform
               call "fclose" using by value outFile
           end-if

           move spaces to progBuf
           move scn-program to progBuf(1:64)
           move 64 to ol
           perform with test before until ol less than 1
             or progBuf(ol:1) not equal space
               subtract 1 from ol
           end-perform
           move low-value to progBuf(ol + 1:1)

           call "fprintf" using by value deckFile,
               by reference "PROG=%s ANSWERS=%s" & x"00",
               by reference progBuf, by reference ansPath
           if ppLen greater than 0 then
               call "fprintf" using by value deckFile,
                   by reference " PARAMS=%s" & x"00",
                   by reference parPath
           end-if
           if scn-seedGiven not equal 0 then
               call "fprintf" using by value deckFile,
                   by reference " SEED=%d" & x"00",
                   by value scn-seed
           end-if
           call "fprintf" using by value deckFile,
               by reference x"0a00"
           exit.

      * outBuf's text, trailing blanks dropped, NUL-terminated
       cLine.
           move 80 to ol
           perform with test before until ol less than 1
             or outBuf(ol:1) not equal space
               subtract 1 from ol
           end-perform
           move low-value to outBuf(ol + 1:1)
           exit.

       end program certifyRun.

      ******************************************************************
      **
      ** certifyJob: one certification job has ended. Looks its
      ** scenario up again, reads the results dump the job just
      ** wrote, and holds every expected NAME=VALUE line against it:
      ** a value matches when the text is the same or, both sides
      ** being numbers, when they are numerically equal. A job that
      ** did not end normally fails whatever its values. The verdict
      ** and each mismatch go to the certification report.
      **

       identification division.

       program-id. certifyJob.

       environment division.


       copy "constants.cpy".

       01 resCount usage binary-long signed.
       01 resTable.
           05 resLine occurs 256 times pic x(255).
       01 e usage binary-long signed.
       01 r usage binary-long signed.
       01 eqPos usage binary-long signed.
       01 nameText pic x(32).
       01 expVal pic x(80).
       01 gotVal pic x(255).
       01 hit usage binary-long signed.
       01 mismatches usage binary-long signed.
       01 verdict pic x(5).
       01 lineText pic x(255).
       01 vl usage binary-long signed.
       01 expOut pic x(81).
       01 gotOut pic x(81).
       01 reasonOut pic x(25).
       01 progOut pic x(65).
       01 effCode usage binary-long signed.
       01 progCrc usage binary-long unsigned.
       01 dirSn usage binary-long signed.
       01 dirEnt usage binary-long signed.
       01 found usage binary-long signed.
       01 buf usage pointer.
       01 len usage binary-long signed.
       01 cap usage binary-long signed.

      * the mismatch lines wait here until the verdict line that
      * heads them is out
       01 missTable.
           05 missRow occurs 64 times.
               10 missName pic x(32).
               10 missExp pic x(81).
               10 missGot pic x(81).
               10 missAbsent usage binary-char unsigned.

       linkage section.


       procedure division using by value jobExitCode.

       if jobNumber less than 1 or jobNumber greater than 256 then
           goback
       end-if
       move jobExitCode to effCode
       move 1 to certChecked(jobNumber)

       move certScnId(jobNumber) to scn-id
       read scenario-fd record key is scn-id
         invalid key
           add 1 to certifyFailed
           call "fprintf" using by value certifyReportFile,
               by reference "SCENARIO %.16s FAIL (no longer on the"
                 & " scenario master)" & x"0a00",
               by reference certScnId(jobNumber)
           goback
       end-read

      * the job's final variable table, as dumpResults wrote it; a
      * job that left none has nothing to certify
       move 0 to resCount
       open input results-fd
       if resultsFileStatus not equal "00" then
           add 1 to certifyFailed
           call "fprintf" using by value certifyReportFile,
               by reference "SCENARIO %.16s FAIL (NO RESULTS)"
                 & x"0a00",
               by reference certScnId(jobNumber)
           goback
       end-if
       perform until resCount not less than 256
           read results-fd into lineText
             at end
               exit perform
           end-read
           if lineText(1:1) equal "*" then
               exit perform cycle
           end-if
           add 1 to resCount
           move lineText to resLine(resCount)
       end-perform
       close results-fd

       move 0 to mismatches
       perform varying e from 1 by 1
         until e greater than scn-expectCount
           perform checkExpected
       end-perform

       if effCode equal exitCodeEnd and mismatches equal 0 then
           move "PASS" to verdict
           add 1 to certifyPassed
       else
           move "FAIL" to verdict
           add 1 to certifyFailed
       end-if

       move spaces to reasonOut
       move exitReason to reasonOut(1:24)
       move 24 to vl
       perform with test before until vl less than 1
         or reasonOut(vl:1) not equal space
           subtract 1 from vl
       end-perform
       move low-value to reasonOut(vl + 1:1)
       move spaces to progOut
       move scn-program to progOut(1:64)
       move 64 to vl
       perform with test before until vl less than 1
         or progOut(vl:1) not equal space
           subtract 1 from vl
       end-perform
       move low-value to progOut(vl + 1:1)

      * the CRC-32 of the entry the job actually ran rides on the
      * verdict line, so a promotion can tell the certified copy of
      * the program from any later edit of it
       move 0 to progCrc
       call "findDirEntry" using by reference catalogPName,
           by reference catalogExt, by reference dirSn,
           by reference dirEnt, by reference found
       if found not equal 0 then
           compute cap equal atrTotalSectors * atrDataBytes
           allocate (cap) characters returning buf
           call "atrLoadFile" using by value dirSn, by value dirEnt,
               by value buf, by reference len
           call "computeCRC32" using by value buf, by value len,
               by reference progCrc
           free buf
       end-if

       call "fprintf" using by value certifyReportFile,
           by reference "SCENARIO %.16s %s %s EXIT=%d REASON=%s"
             & " CRC=%010u" & x"0a00",
           by reference scn-id, by reference verdict,
           by reference progOut, by value effCode,
           by reference reasonOut, by value progCrc

       perform varying e from 1 by 1 until e greater than mismatches
           if missAbsent(e) not equal 0 then
               call "fprintf" using by value certifyReportFile,
                   by reference "  %.32s: expected ""%s"", not in"
                     & " the results" & x"0a00",
                   by reference missName(e), by reference missExp(e)
           else
               call "fprintf" using by value certifyReportFile,
                   by reference "  %.32s: expected ""%s"", got"
                     & " ""%s""" & x"0a00",
                   by reference missName(e), by reference missExp(e),
                   by reference missGot(e)
           end-if
       end-perform

       goback.

      ******************************************************
      * expected line e against the result line of the same
      * name
       checkExpected.
           move 0 to eqPos
           perform varying vl from 1 by 1 until vl greater than 33
               if scn-expect(e)(vl:1) equal "=" then
                   move vl to eqPos
                   exit perform
               end-if
           end-perform
           if eqPos less than 2 then
               exit paragraph
           end-if
           move spaces to nameText
           move scn-expect(e)(1:eqPos - 1) to nameText
           move spaces to expVal
           if eqPos less than 80 then
               move scn-expect(e)(eqPos + 1:) to expVal
           end-if

           move 0 to hit
           perform varying r from 1 by 1 until r greater than resCount
               if resLine(r)(1:eqPos) equal scn-expect(e)(1:eqPos)
                 then
                   move 1 to hit
                   exit perform
               end-if
           end-perform

           move spaces to gotVal
           if hit not equal 0 then
               move resLine(r)(eqPos + 1:) to gotVal
               if gotVal equal expVal then
                   exit paragraph
               end-if
               if function test-numval-f (expVal) equal 0
                 and function test-numval-f (gotVal) equal 0 then
                   if function numval-f (expVal)
                     equal function numval-f (gotVal) then
                       exit paragraph
                   end-if
               end-if
           end-if

           if mismatches less than 64 then
               add 1 to mismatches
               move nameText to missName(mismatches)
               move expVal to expOut
               move 80 to vl
               perform with test before until vl less than 1
                 or expOut(vl:1) not equal space
                   subtract 1 from vl
               end-perform
               move low-value to expOut(vl + 1:1)
               move expOut to missExp(mismatches)
               move gotVal(1:80) to gotOut
               move 80 to vl
               perform with test before until vl less than 1
                 or gotOut(vl:1) not equal space
                   subtract 1 from vl
               end-perform
               move low-value to gotOut(vl + 1:1)
               move gotOut to missGot(mismatches)
               if hit equal 0 then
                   move 1 to missAbsent(mismatches)
               else
                   move 0 to missAbsent(mismatches)
               end-if
           end-if
           exit.

       end program certifyJob.

      ******************************************************************
      **
      ** certifyFinish: the deck is done. Any scenario whose card the
      ** deck skipped (its pre-flight or its program load failed)
      ** never reached certifyJob and fails here; then the control
      ** totals and the overall result close the report.
      **

       identification division.

       program-id. certifyFinish.

       environment division.

       data division.

       working-storage section.

       copy "constants.cpy".

       01 i usage binary-long signed.
       01 total usage binary-long signed.
       01 reasonOut pic x(25).
       01 vl usage binary-long signed.

       procedure division.

       perform varying i from 1 by 1 until i greater than jobNumber
         or i greater than 256
           if certChecked(i) equal 0 then
               add 1 to certifyFailed
               move spaces to reasonOut
               move jobReason(i) to reasonOut(1:24)
               move 24 to vl
               perform with test before until vl less than 1
                 or reasonOut(vl:1) not equal space
                   subtract 1 from vl
               end-perform
               move low-value to reasonOut(vl + 1:1)
               call "fprintf" using by value certifyReportFile,
                   by reference "SCENARIO %.16s FAIL NOT RUN EXIT=%d"
                     & " REASON=%s" & x"0a00",
                   by reference certScnId(i), by value jobExit(i),
                   by reference reasonOut
           end-if
       end-perform

       compute total equal certifyPassed + certifyFailed
       call "fprintf" using by value certifyReportFile,
           by reference "CERTIFICATION SUMMARY: %d scenario(s), %d"
             & " passed, %d failed" & x"0a00",
           by value total, by value certifyPassed,
           by value certifyFailed
       if certifyFailed equal 0 then
           call "fprintf" using by value certifyReportFile,
               by reference "CERTIFICATION RESULT: PASSED" & x"0a00"
       else
           call "fprintf" using by value certifyReportFile,
               by reference "CERTIFICATION RESULT: FAILED" & x"0a00"
       end-if
       call "fclose" using by value certifyReportFile
       move NULL to certifyReportFile
       close scenario-fd

       call "printf" using
         "CERTIFY: %d passed, %d failed" & x"0a",
         by value certifyPassed, by value certifyFailed

       goback.

       end program certifyFinish.

      ******************************************************************
      **
      * unawares
       call "checkRules"

      * only a decision that reached its END gets a notice - a
      * request cut short, as by its answers running out, decided
      * nothing
       if exitReason equal "NORMAL END" then
           call "writeNotice"
       end-if

       move NULL to respFile
       if serviceRespName not equal spaces then
           move 255 to pLen
       end-if

       call "writeHistory"
       call "writeAccounting"

      * rewind for the next request, whose usage is its own
       call "resetRun"
       call "accountingStart"
       move 0 to serviceAnswerCount
       move 1 to serviceAnswerNext
       move spaces to exitReason
       procedure division.

       move "WATCHDOG" to exitReason

      * the statement budget covers the whole sweep, so there is no
      * next pass to go on to - bank this one's row and close the
      * matrix short
       if sweepPasses greater than 0 and sweepDone less than sweepPasses
         then
           call "sweepEndOfPass" using by value 0
       end-if

       move 1 to shutdownActive

       call "dumpResults"
       call "checkRules"
       call "writeHistory"
       call "writeAccounting"
       call "closeChannelFiles"
       call "closeIocbChannels"
       call "flushAtrImage"
           & x"0a", by value statementCount
       call "reportRunDir"

       call "raiseAlert" using by value exitCodeWatchdog
       move exitCodeWatchdog to return-code
       stop run.


       copy "constants.cpy".

       01 endCode usage binary-long signed.

       procedure division.

      * sweep mode: this combination ran to its END; bank its matrix
      * row and, while combinations remain, jump back into the parse
      * loop with the next one - only the last pass comes back here
       if sweepPasses greater than 0 and sweepDone less than sweepPasses
         then
           if exitReason equal spaces then
               move "NORMAL END" to exitReason
           end-if
           call "sweepEndOfPass" using by value 1
       end-if

      * Monte Carlo repeat mode: bank this pass's final variables and,
      * if passes remain, jump straight back into interpret's parse
      * loop (the same unwind fireTrap uses) instead of shutting down;
       end-if
       call "dumpResults"
       call "checkRules"
       call "writeNotice"
       call "writeHistory"
       call "writeAccounting"
       call "closeChannelFiles"
       call "closeIocbChannels"
       call "flushAtrImage"

       evaluate true
         when verifyFailed not equal 0
           move exitCodeVerify to endCode
         when rulesFailed not equal 0
           move exitCodeRules to endCode
         when other
           move exitCodeEnd to endCode
       end-evaluate
       call "raiseAlert" using by value endCode
       move endCode to return-code
       stop run.

       end program doEnd.
       01 dval usage computational-2.
       01 rdepth usage binary-long signed.
       01 nullPtr usage pointer value NULL.
       01 modeWord pic x(10).
       01 authDetail pic x(80).
       01 granted usage binary-long signed.
       01 progImage pic x(255).
       01 labelText pic x(160).
       01 labelLen usage binary-long signed.
       01 sbuf.
           05 sbuf-chars occurs 256 times.
             10 sbuf-char usage binary-char unsigned.
                       by value vts-dim(i)
               end-evaluate

               call "dictionaryLabel" using by value i,
                   by reference labelText, by reference labelLen
               if labelLen greater than 0 then
                   call "printf" using "    %.*s" & x"0a",
                       by value labelLen, by reference labelText
               end-if

           end-perform
           exit.

               exit paragraph
           end-if

      * patching a live decision is privileged and logged, granted
      * or not
           move spaces to nameBuf
           move vts-name(varIdx) to np
           move 0 to nb
           perform until nb greater than 30
               set address of byteCast to np
               if byteCasted equal 0 then
                   exit perform
               end-if
               add 1 to nb
               set address of svalCast to
                   address of nameBuf(nb:1)
               move byteCasted to svalCasted
               set np up by 1
           end-perform
           move "MODIFY" to modeWord
           move spaces to authDetail
      * the security log is kept too - no sensitive value in it
           if dic-sensitive(varIdx) not equal 0 then
               string nameBuf(1:nb) " = ********" delimited by size
                   into authDetail
               end-string
           else
               string nameBuf(1:nb) " = " arg2 delimited by size
                   into authDetail
               end-string
           end-if
      * against the program's image, D1:, not whichever data disk
      * the program last opened a file on
           if currentDrive equal 1 then
               move atrFileName to progImage
           else
               move drv-fileName(1) to progImage
           end-if
           call "authorize" using by reference modeWord,
               by reference progImage, by reference authDetail,
               by reference granted
           if granted equal 0 then
               move 16 to nb
               perform with test before until nb less than 1
                 or operatorId(nb:1) not equal space
                   subtract 1 from nb
               end-perform
               call "printf" using
                   "operator %.*s may not modify variables here"
                   & x"0a", by value nb, by reference operatorId
               exit paragraph
           end-if

           evaluate vts-type(varIdx)
             when vtTypeScalar
               compute dval equal function numval (arg2)
           set tokenEnd up by tokenLen
           move inOperands to lexState
           add 1 to statementCount
           add 1 to controllerStatements
           if ctlEventNext not greater than ctlEventCount then
               call "controllerTick"
           end-if
           if watchdogMaxStatements not equal 0
             or watchdogMaxHundredths not equal 0 then
               call "watchdogCheck"

       working-storage section.

       copy "constants.cpy".

       01 foo pic x(5) value x"04" & "abcd".

       01 startTime pic 9(8).

       call "readConfig"

      * nobody gets further than this who is not in the operator
      * table, nor into a privileged mode their roles do not grant
       call "signOn"

      * a broken alert configuration is a configuration error like
      * any other, found now rather than when the run is ending
       if alertConfigName not equal spaces then
           call "loadAlertConfig"
           if alertConfigBad not equal 0 then
               move exitCodeFatal to return-code
               stop run
           end-if
       end-if

      * so is a controller script that will not parse
       call "loadControllerScript"
       if controllerScriptBad not equal 0 then
           move exitCodeFatal to return-code
           stop run
       end-if
       call "accountingStart"

      * history report mode: read the ledger back and stop - no disk
      * image or program is involved
       if historyReportMode not equal 0 then
           stop run
       end-if

      * chargeback mode: bill a month of the accounting file and
      * stop - no disk image or program is involved either
       if chargebackMonth not equal spaces then
           call "chargebackRun"
           stop run
       end-if

      * housekeeping mode: apply the retention policy and stop - no
      * image is mounted, though each image's lock is taken while
      * its generations are aged out
       if housekeepPolicyName not equal spaces then
           call "housekeepRun"
           stop run
       end-if

      * scenario maintenance mode: one command against the scenario
      * master and stop - no disk image or program is involved
       if scenarioMaintMode not equal 0 then
           call "scenarioMaint"
           stop run
       end-if

      * seed the RND generator: OMGWTF2_SEED pins it for reproducible
      * runs, otherwise derive it from the startup clock so successive
      * runs make different decisions
           stop run
       end-if

      * promotion mode: the entry moves from the test image to the
      * production image (or production backs out to its kept
      * version), then stop - promoteRun mounts both images itself
       if promoteMode not equal 0 then
           call "promoteRun"
           stop run
       end-if

      * the program disk is D1:; the other drives mount when the
      * program first reaches for them
       move drv-protect(1) to atrProtected
       call "readAtrFile"
       move 1 to drv-mounted(1)

      * a catalog spec with directory components selects its MyDOS
      * subdirectory for every lookup that follows
       call "resolveCatalogDir"

      * catalog audit mode: inventory the disk and stop, before any
      * program is even looked for - auditMode is the drive number
       if auditMode not equal 0 then
           call "selectDrive" using by value auditMode
           call "auditCatalog"
           call "releaseImageLock"
           stop run
       end-if

      * certification run: the scenarios in range become a job deck,
      * which the job-stream driver below then runs
       if certifyMode not equal 0 then
           call "certifyRun"
       end-if

      * job-stream mode: the deck names each job's program, answers
      * and params, so the single-program loading below is bypassed;
      * the image stays mounted across the whole deck
           stop run
       end-if

      * static verify mode: check the program's structure, run
      * nothing; any defect at all fails the step for the scheduler
       if staticVerifyMode not equal 0 then
           call "staticVerify"
           call "releaseImageLock"
           call "reportRunDir"
           if staticDefects not equal 0 then
               call "raiseAlert" using by value exitCodeDefects
               move exitCodeDefects to return-code
           else
               move exitCodeEnd to return-code
           end-if
           stop run
       end-if

      * preset variables from the parameter file, if one was given
       if paramsFileName not equal spaces then
           call "injectParams"
       end-if

      * answer-space sweep: load and check the domain, open the
      * decision matrix and arm the first combination; the sweep
      * feeds every INPUT itself, so it takes the place of a batch
      * answers file
       if sweepMode not equal 0 then
           call "sweepPrepare"
       end-if

      * batch runs validate the answers file before anything executes
       if batchMode not equal 0 and preflightMode not equal 0 then
           call "preflightAnswers"
