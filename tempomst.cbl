      ******************************************************************
      * Author:
      * Date:
      * Purpose: inspect and correct the hourly master tempo merges into
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempomst.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO DYNAMIC MasterFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstKey
               FILE STATUS IS MstFileStatus.

           SELECT OldMasterFile ASSIGN TO DYNAMIC OldMasterFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldMstKey
               FILE STATUS IS OldMstFileStatus.

           SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC ArchiveFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.

           SELECT OPTIONAL AuditFile ASSIGN TO DYNAMIC AuditFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    The hourly master exactly as tempo lays it out: keyed
      *    meter + date + hour + UTC offset, one record per metered
      *    hour with its drawn and injected Wh.
       FD  MasterFile.
       01  MstRec.
           02 MstKey.
               03 MstMeterId       PIC X(14).
               03 MstDateX         PIC X(8).
               03 MstHour          PIC 99.
               03 MstTz            PIC X(6).
           02 MstWh                PIC 9(7).
           02 MstInjWh             PIC 9(7).

      *    A master written before the record carried the injected Wh:
      *    same key, drawn Wh only. CONVERT reads it into MasterFile.
       FD  OldMasterFile.
       01  OldMstRec.
           02 OldMstKey.
               03 OldMstMeterId    PIC X(14).
               03 OldMstDateX      PIC X(8).
               03 OldMstHour       PIC 99.
               03 OldMstTz         PIC X(6).
           02 OldMstWh             PIC 9(7).

      *    Archive of purged and deleted hours: each line is a master
      *    record image, so RELOAD can WRITE it straight back and the
      *    file can still be read by eye.
       FD  ArchiveFile RECORD IS VARYING IN SIZE.
       01  ArchiveRec              PIC X(44).
           88 EndOfArchive         VALUE HIGH-VALUES.

       FD  AuditFile RECORD IS VARYING IN SIZE.
       01  AuditRec                PIC X(160).

       WORKING-STORAGE SECTION.
      *    Scratch buffer the AcceptXxx paragraphs read TEMPO_MST_*
      *    runtime environment variables into, so a correction can be
      *    scripted from cron/JCL as well as typed at a terminal.
       01  EnvBuffer               PIC X(64).

      *    Set when TEMPO_MST_FUNCTION comes from the environment: an
      *    unattended run never prompts, and a setting it needs but
      *    was not given refuses the request instead of guessing.
       01  BatchModeFlag           PIC X VALUE "N".
           88 BatchMode            VALUE "Y".

      *    The one maintenance function this run performs. LIST and
      *    GAPS only read the master; the other five change it and are
      *    logged to the run audit log with the operator ID.
       01  MntFunction             PIC X(8) VALUE SPACES.
           88 FuncList             VALUE "LIST".
           88 FuncGaps             VALUE "GAPS".
           88 FuncFix              VALUE "FIX".
           88 FuncDelete           VALUE "DELETE".
           88 FuncArchive          VALUE "ARCHIVE".
           88 FuncReload           VALUE "RELOAD".
           88 FuncConvert          VALUE "CONVERT".
           88 FuncKnown            VALUE "LIST" "GAPS" "FIX" "DELETE"
                                         "ARCHIVE" "RELOAD" "CONVERT".
           88 FuncChanges          VALUE "FIX" "DELETE" "ARCHIVE"
                                         "RELOAD" "CONVERT".

      *    Same TEMPO_MASTER_FILE setting tempo's master mode reads.
       01  MasterFilename          PIC X(64) VALUE SPACES.
       01  MstFileStatus           PIC XX.
       01  MstOpenFlag             PIC X VALUE "N".
           88 MstOpen              VALUE "Y".

      *    Old-layout master CONVERT copies from (TEMPO_MST_OLD_MASTER),
      *    renamed out of the way before the new master is built.
       01  OldMasterFilename       PIC X(64) VALUE SPACES.
       01  OldMstFileStatus        PIC XX.
       01  OldMstOpenFlag          PIC X VALUE "N".
           88 OldMstOpen           VALUE "Y".

      *    Purged and deleted hours are appended to ArchiveFilename
      *    (TEMPO_MST_ARCHIVE), never overwritten, so a later RELOAD
      *    can put back anything this program ever took out. DELETE
      *    defaults to a file of its own, so reloading purged years
      *    does not bring decommissioned meters back with them.
       01  ArchiveFilename         PIC X(64)
                                   VALUE "tempo-master-archive.dat".
       01  ArchiveFileStatus       PIC XX.
       01  ArchiveOpenFlag         PIC X VALUE "N".
           88 ArchiveOpen          VALUE "Y".
       01  DeleteArchiveDefault    PIC X(64)
                                   VALUE "tempo-meter-archive.dat".

      *    Run audit log shared with tempo: WriteAuditLog appends one
      *    block per changing run - timestamp, function, master,
      *    operator and return code, then one line per change with its
      *    before and after values.
       01  AuditFilename           PIC X(64) VALUE "tempo-audit.log".
       01  AuditFileStatus         PIC XX.
       01  AuditDateNum            PIC 9(8).
       01  AuditTimeNum            PIC 9(8).
       01  AuditTimeX REDEFINES AuditTimeNum PIC X(8).
       01  AuditRcDisplay          PIC 9.
       01  AuditLine               PIC X(160).
       01  AuditDetails.
           02 AuditDetailCount     PIC 9(3) COMP VALUE ZERO.
           02 AuditDetail          PIC X(120) OCCURS 0 TO 200 TIMES
                   DEPENDING ON AuditDetailCount INDEXED BY AuditIdx.
       01  AuditDropCount          PIC 9(6) COMP VALUE ZERO.
       01  AuditDropDisplay        PIC ZZZZZ9.
       01  MntAuditText            PIC X(120).
       01  MntRefuseText           PIC X(100).

      *    Request settings, one AcceptXxx paragraph each. A blank
      *    meter ID is the legacy single-meter file's meter; RELOAD
      *    also takes "*" for every meter in the archive.
       01  MntMeterId              PIC X(14) VALUE SPACES.
       01  MntMeterDisplay         PIC X(14).
       01  MntAllMetersFlag        PIC X VALUE "N".
           88 MntAllMeters         VALUE "Y".
       01  MntOperator             PIC X(12) VALUE SPACES.
       01  MntReason               PIC X(12) VALUE SPACES.
       01  MntTz                   PIC X(6) VALUE SPACES.
       01  MntHour                 PIC 99 VALUE ZERO.
       01  MntWh                   PIC 9(7) VALUE ZERO.
       01  MntInjWh                PIC 9(7) VALUE ZERO.
       01  MntInjFlag              PIC X VALUE "N".
           88 MntInjGiven          VALUE "Y".
       01  MntCutoffYear           PIC 9999 VALUE ZERO.
       01  MntCutoffAlpha REDEFINES MntCutoffYear PIC X(4).
       01  MntFromDate.
           02 MntFromYear          PIC 9999.
           02 MntFromMonth         PIC 99.
           02 MntFromDay           PIC 99.
       01  MntFromDateX REDEFINES MntFromDate PIC X(8).
       01  MntToDate.
           02 MntToYear            PIC 9999.
           02 MntToMonth           PIC 99.
           02 MntToDay             PIC 99.
       01  MntToDateX REDEFINES MntToDate PIC X(8).
       01  MntFixDate.
           02 MntFixYear           PIC 9999.
           02 MntFixMonth          PIC 99.
           02 MntFixDay            PIC 99.
       01  MntFixDateX REDEFINES MntFixDate PIC X(8).
       01  MntCurDate.
           02 MntCurYear           PIC 9999.
           02 MntCurMonth          PIC 99.
           02 MntCurDay            PIC 99.
       01  MntCurDateX REDEFINES MntCurDate PIC X(8).

      *    ParseMntDate turns a "YYYY-MM-DD" answer in EnvBuffer into
      *    MntDateParsed, checked for a real calendar day.
       01  MntDateParts.
           02 MntDateYearAlpha     PIC X(4).
           02 MntDateMonthAlpha    PIC X(2).
           02 MntDateDayAlpha      PIC X(2).
       01  MntDateParsed REDEFINES MntDateParts.
           02 MntDateYear          PIC 9999.
           02 MntDateMonth         PIC 99.
           02 MntDateDay           PIC 99.
       01  MntDateOkFlag           PIC X VALUE "N".
           88 MntDateOk            VALUE "Y".

      *    ParseMntNumber turns an unsigned whole-number answer in
      *    EnvBuffer (at most seven digits) into MntNumDigits.
       01  MntNumAlpha             PIC X(7) JUSTIFIED RIGHT.
       01  MntNumDigits REDEFINES MntNumAlpha PIC 9(7).
       01  MntNumOkFlag            PIC X VALUE "N".
           88 MntNumOk             VALUE "Y".

       01  DaysInMonthValues.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 28.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 30.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 30.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 30.
           02 FILLER               PIC 99          VALUE 31.
           02 FILLER               PIC 99          VALUE 30.
           02 FILLER               PIC 99          VALUE 31.
       01  FILLER REDEFINES DaysInMonthValues.
           02 DaysInMonth          PIC 99 OCCURS 12 TIMES.
       01  LeapWork USAGE IS COMPUTATIONAL.
           02 LeapYear             PIC 9(4).
           02 LeapDiv              PIC 9(5).
           02 LeapR4               PIC 99.
           02 LeapR100             PIC 99.
           02 LeapR400             PIC 999.
           02 LeapMonthDays        PIC 99.

      *    Last Sundays of March and October for DstYear (see
      *    FindLastSunday), so GAPS expects no 02:00 hour on the
      *    spring changeover day and two of them on the autumn one,
      *    the way tempo's completeness check does.
       01  DstWork USAGE IS COMPUTATIONAL.
           02 DstYear              PIC 9(4) VALUE ZERO.
           02 DstSpringDay         PIC 99.
           02 DstFallDay           PIC 99.
           02 DstZellerMonth       PIC 99.
           02 DstZellerK           PIC 9(4).
           02 DstZellerJ           PIC 9(4).
           02 DstZellerWork        PIC 9(5).
           02 DstZellerH           PIC 9(2).
           02 DstLastSunday        PIC 99.

      *    LIST output: one line per stored hour.
       01  ListLine.
           02 LstYear              PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 LstMonth             PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 LstDay               PIC 99.
           02 FILLER               PIC X VALUE SPACE.
           02 LstHour              PIC 99.
           02 FILLER               PIC X(4) VALUE ":00 ".
           02 LstTz                PIC X(6).
           02 LstWh                PIC Z(6)9.
           02 FILLER               PIC X(4) VALUE " Wh ".
           02 LstInjWh             PIC Z(6)9.
           02 FILLER               PIC X(7) VALUE " Wh inj".
       01  ListWork USAGE IS COMPUTATIONAL.
           02 ListCount            PIC 9(6).
           02 ListWhSum            PIC 9(9).
           02 ListInjSum           PIC 9(9).
       01  ListCountDisplay        PIC ZZZZZ9.
       01  ListWhDisplay           PIC Z(8)9.
       01  ListInjDisplay          PIC Z(8)9.

      *    GAPS work: how many records each local hour of the day
      *    being checked has on file.
       01  GapWork USAGE IS COMPUTATIONAL.
           02 GapHourSeen          PIC 9 OCCURS 24 TIMES.
           02 GapSub               PIC 99.
           02 GapExpected          PIC 9.
           02 GapMissing           PIC 9(6).
           02 GapDays              PIC 9(6).
       01  GapLine.
           02 GapYear              PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 GapMonth             PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 GapDay               PIC 99.
           02 FILLER               PIC X VALUE SPACE.
           02 GapHour              PIC 99.
           02 FILLER               PIC X(12) VALUE ":00 missing".
       01  GapMissingDisplay       PIC ZZZZZ9.
       01  GapDaysDisplay          PIC ZZZZZ9.

      *    FIX work: the hour being corrected, its values before the
      *    change, and (with no UTC offset given) how many stored
      *    hours share its local date and hour.
       01  FixWork.
           02 FixFoundFlag         PIC X.
               88 FixFound         VALUE "Y".
           02 FixMatchCount        PIC 9 COMP.
           02 FixKeyHold           PIC X(30).
           02 FixOldWh             PIC 9(7).
           02 FixOldInjWh          PIC 9(7).
       01  FixDateDisplay.
           02 FixDispYear          PIC 9999.
           02 FixDispSep1          PIC X VALUE "-".
           02 FixDispMonth         PIC 99.
           02 FixDispSep2          PIC X VALUE "-".
           02 FixDispDay           PIC 99.
       01  FixOldWhDisplay         PIC Z(6)9.
       01  FixNewWhDisplay         PIC Z(6)9.
       01  FixOldInjDisplay        PIC Z(6)9.
       01  FixNewInjDisplay        PIC Z(6)9.

      *    DELETE/ARCHIVE/RELOAD move hours a (meter, year) at a time;
      *    BrkWork totals the current pair so each one gets a single
      *    audit line instead of one per hour. For RELOAD, BrkBefore is
      *    the pair's hours already on the master when its first
      *    archive record comes up, and BrkHold keeps that record
      *    while they are counted.
       01  BrkWork.
           02 BrkActiveFlag        PIC X VALUE "N".
               88 BrkActive        VALUE "Y".
           02 BrkMeter             PIC X(14).
           02 BrkYear              PIC X(4).
           02 BrkHours             PIC 9(6) COMP.
           02 BrkWh                PIC 9(9) COMP.
           02 BrkKept              PIC 9(6) COMP.
           02 BrkBefore            PIC 9(6) COMP.
           02 BrkAfter             PIC 9(6) COMP.
       01  BrkHold                 PIC X(44).
       01  BrkHoursDisplay         PIC ZZZZZ9.
       01  BrkBeforeDisplay        PIC ZZZZZ9.
       01  BrkAfterDisplay         PIC ZZZZZ9.
       01  BrkWhDisplay            PIC Z(8)9.
       01  BrkKeptDisplay          PIC ZZZZZ9.
       01  MntTotalHours           PIC 9(7) COMP VALUE ZERO.
       01  MntBadRows              PIC 9(6) COMP VALUE ZERO.
       01  MntOutsideRows          PIC 9(7) COMP VALUE ZERO.
       01  MntReadRows             PIC 9(7) COMP VALUE ZERO.
       01  MntTotalDisplay         PIC Z(6)9.
       01  MntBadDisplay           PIC ZZZZZ9.
       01  MntOutsideDisplay       PIC Z(6)9.
       01  MntReadDisplay          PIC Z(6)9.


       PROCEDURE DIVISION.
       Begin.
           ACCEPT AuditDateNum FROM DATE YYYYMMDD
           ACCEPT AuditTimeNum FROM TIME
           PERFORM AcceptMntFunction
           PERFORM AcceptMasterFilename
           IF FuncChanges
               PERFORM AcceptOperator
           END-IF
           EVALUATE TRUE
               WHEN FuncList
                   PERFORM ListMeterHours
               WHEN FuncGaps
                   PERFORM ListMissingHours
               WHEN FuncFix
                   PERFORM FixMeterHour
               WHEN FuncDelete
                   PERFORM DeleteMeter
               WHEN FuncArchive
                   PERFORM ArchiveOldYears
               WHEN FuncReload
                   PERFORM ReloadArchive
               WHEN FuncConvert
                   PERFORM ConvertOldMaster
           END-EVALUATE
           IF MstOpen
               CLOSE MasterFile
               MOVE "N" TO MstOpenFlag
           END-IF

      *    return codes for the scheduler: 0 = done, 1 = a file would
      *    not open or write, 2 = request refused (a setting missing
      *    or invalid, or nothing on file to act on)
           MOVE 0 TO RETURN-CODE
           IF FuncChanges
               PERFORM WriteAuditLog
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------
      * RefuseRequest/FailRun end the run early: a refused request
      * (RETURN-CODE 2) leaves the master as it was, a failed file
      * (RETURN-CODE 1) stops before the next change. Either way a
      * changing function still gets its audit block, so an attempt
      * that went nowhere is on record too.
      *----------------------------------------------------------------
       RefuseRequest.
           DISPLAY "Request refused: " MntRefuseText
           MOVE SPACES TO MntAuditText
           STRING "  refused: " DELIMITED BY SIZE
               MntRefuseText DELIMITED BY SIZE
               INTO MntAuditText
           PERFORM AddAuditDetail
           PERFORM CloseMntFiles
           MOVE 2 TO RETURN-CODE
           IF FuncChanges
               PERFORM WriteAuditLog
           END-IF
           STOP RUN
           .

       FailRun.
           DISPLAY MntRefuseText
           MOVE SPACES TO MntAuditText
           STRING "  failed: " DELIMITED BY SIZE
               MntRefuseText DELIMITED BY SIZE
               INTO MntAuditText
           PERFORM AddAuditDetail
           PERFORM CloseMntFiles
           MOVE 1 TO RETURN-CODE
           IF FuncChanges
               PERFORM WriteAuditLog
           END-IF
           STOP RUN
           .

       CloseMntFiles.
           IF ArchiveOpen
               CLOSE ArchiveFile
               MOVE "N" TO ArchiveOpenFlag
           END-IF
           IF OldMstOpen
               CLOSE OldMasterFile
               MOVE "N" TO OldMstOpenFlag
           END-IF
           IF MstOpen
               CLOSE MasterFile
               MOVE "N" TO MstOpenFlag
           END-IF
           .

      *----------------------------------------------------------------
      * AcceptMntFunction and the AcceptXxx paragraphs after it take
      * each answer from a TEMPO_MST_* environment variable when one
      * is set, falling back to the prompt unless the run is
      * unattended, the way tempo's own settings are read.
      *----------------------------------------------------------------
       AcceptMntFunction.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_FUNCTION"
           IF EnvBuffer NOT = SPACES
               SET BatchMode TO TRUE
           ELSE
               DISPLAY "Function (LIST/GAPS/FIX/DELETE/ARCHIVE/"
                   "RELOAD/CONVERT)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           INSPECT EnvBuffer CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE EnvBuffer TO MntFunction
           IF NOT FuncKnown OR EnvBuffer(9:56) NOT = SPACES
               MOVE SPACES TO MntRefuseText
               STRING "unknown function " DELIMITED BY SIZE
                   EnvBuffer DELIMITED BY SPACE
                   INTO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

       AcceptMasterFilename.
           MOVE SPACES TO MasterFilename
           ACCEPT MasterFilename FROM ENVIRONMENT "TEMPO_MASTER_FILE"
           IF MasterFilename = SPACES AND NOT BatchMode
               DISPLAY "Hourly master file? " WITH NO ADVANCING
               ACCEPT MasterFilename
           END-IF
           IF MasterFilename = SPACES
               MOVE "no master file given (TEMPO_MASTER_FILE)"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

       AcceptOperator.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_OPERATOR"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Operator ID? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           MOVE EnvBuffer TO MntOperator
           IF MntOperator = SPACES
               MOVE "no operator ID given (TEMPO_MST_OPERATOR)"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

       AcceptMeterId.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_METER"
           IF EnvBuffer = SPACES AND NOT BatchMode
               IF FuncReload
                   DISPLAY "Meter ID (* for every meter, blank for a"
                       " legacy single-meter file)? " WITH NO ADVANCING
               ELSE
                   DISPLAY "Meter ID (blank for a legacy single-meter"
                       " file)? " WITH NO ADVANCING
               END-IF
               ACCEPT EnvBuffer
           END-IF
           MOVE EnvBuffer TO MntMeterId
           IF MntMeterId = SPACES
               MOVE "(none)" TO MntMeterDisplay
           ELSE
               MOVE MntMeterId TO MntMeterDisplay
           END-IF
           IF FuncReload AND MntMeterId = "*"
               SET MntAllMeters TO TRUE
               MOVE "(all)" TO MntMeterDisplay
           END-IF
           .

      *    TEMPO_MST_FROM is required; a blank TEMPO_MST_TO means the
      *    one day TEMPO_MST_FROM names.
       AcceptDateRange.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_FROM"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "From date (YYYY-MM-DD)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           PERFORM ParseMntDate
           IF NOT MntDateOk
               MOVE "from date missing or not a YYYY-MM-DD date"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           MOVE MntDateParsed TO MntFromDate
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_TO"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "To date (YYYY-MM-DD, blank for the same"
                   " day)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           IF EnvBuffer = SPACES
               MOVE MntFromDate TO MntToDate
           ELSE
               PERFORM ParseMntDate
               IF NOT MntDateOk
                   MOVE "to date is not a YYYY-MM-DD date"
                       TO MntRefuseText
                   PERFORM RefuseRequest
               END-IF
               MOVE MntDateParsed TO MntToDate
           END-IF
           IF MntToDateX < MntFromDateX
               MOVE "to date is before from date" TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

      *    The stored hour FIX corrects or inserts: its date and local
      *    hour, plus the UTC offset, which may be left blank for any
      *    hour already on file except the doubled October 02:00.
       AcceptHourKey.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_DATE"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Date of the hour (YYYY-MM-DD)? "
                   WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           PERFORM ParseMntDate
           IF NOT MntDateOk
               MOVE "date missing or not a YYYY-MM-DD date"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           MOVE MntDateParsed TO MntFixDate
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_HOUR"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Local hour (0-23)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           PERFORM ParseMntNumber
           IF NOT MntNumOk OR EnvBuffer = SPACES OR MntNumDigits > 23
               MOVE "hour missing or not 0-23" TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           MOVE MntNumDigits TO MntHour
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_TZ"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "UTC offset (+01:00/+02:00, blank if the hour"
                   " is on file)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           MOVE EnvBuffer TO MntTz
           IF MntTz NOT = SPACES
               IF (MntTz(1:1) NOT = "+" AND MntTz(1:1) NOT = "-")
                       OR MntTz(2:2) IS NOT NUMERIC
                       OR MntTz(4:1) NOT = ":"
                       OR MntTz(5:2) IS NOT NUMERIC
                       OR EnvBuffer(7:58) NOT = SPACES
                   MOVE "UTC offset is not +HH:MM" TO MntRefuseText
                   PERFORM RefuseRequest
               END-IF
           END-IF
           .

      *    The corrected drawn Wh is required; a blank injected Wh
      *    keeps what is on file (zero for an inserted hour).
       AcceptNewWh.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_WH"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Corrected Wh? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           PERFORM ParseMntNumber
           IF NOT MntNumOk OR EnvBuffer = SPACES
               MOVE "Wh missing or not a whole number" TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           MOVE MntNumDigits TO MntWh
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_INJ_WH"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Corrected injected Wh (blank to keep)? "
                   WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           IF EnvBuffer NOT = SPACES
               PERFORM ParseMntNumber
               IF NOT MntNumOk
                   MOVE "injected Wh is not a whole number"
                       TO MntRefuseText
                   PERFORM RefuseRequest
               END-IF
               MOVE MntNumDigits TO MntInjWh
               SET MntInjGiven TO TRUE
           END-IF
           .

       AcceptReason.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_REASON"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Reason code? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           MOVE EnvBuffer TO MntReason
           IF MntReason = SPACES
               MOVE "no reason code given (TEMPO_MST_REASON)"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

       AcceptCutoffYear.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_CUTOFF"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Archive and purge years before (YYYY)? "
                   WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           PERFORM ParseMntNumber
           IF NOT MntNumOk OR EnvBuffer = SPACES
                   OR MntNumDigits < 2000 OR MntNumDigits > 2099
               MOVE "cutoff year missing or not 2000-2099"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           MOVE MntNumDigits TO MntCutoffYear
           .

       AcceptArchiveFilename.
           IF FuncDelete
               MOVE DeleteArchiveDefault TO ArchiveFilename
           END-IF
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_ARCHIVE"
           IF EnvBuffer = SPACES AND NOT BatchMode
               IF FuncDelete
                   DISPLAY "Archive file (blank for "
                       "tempo-meter-archive.dat)? " WITH NO ADVANCING
               ELSE
                   DISPLAY "Archive file (blank for "
                       "tempo-master-archive.dat)? " WITH NO ADVANCING
               END-IF
               ACCEPT EnvBuffer
           END-IF
           IF EnvBuffer NOT = SPACES
               MOVE EnvBuffer TO ArchiveFilename
           END-IF
           .

      *    The old-layout master must be named, and must not be the
      *    master CONVERT is about to write.
       AcceptOldMasterFilename.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_MST_OLD_MASTER"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Old-layout master file to convert? "
                   WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           MOVE EnvBuffer TO OldMasterFilename
           IF OldMasterFilename = SPACES
               MOVE "no old master file given (TEMPO_MST_OLD_MASTER)"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           IF OldMasterFilename = MasterFilename
               MOVE "old master file is the master being written"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           .

      *----------------------------------------------------------------
      * ParseMntDate checks EnvBuffer for a "YYYY-MM-DD" date of a real
      * calendar day (leap years included) and leaves it as YYYYMMDD
      * in MntDateParsed.
      *----------------------------------------------------------------
       ParseMntDate.
           MOVE "N" TO MntDateOkFlag
           MOVE SPACES TO MntDateParts
           IF EnvBuffer(5:1) = "-" AND EnvBuffer(8:1) = "-"
                   AND EnvBuffer(11:54) = SPACES
               UNSTRING EnvBuffer DELIMITED BY "-"
                   INTO MntDateYearAlpha MntDateMonthAlpha
                       MntDateDayAlpha
               IF MntDateParts IS NUMERIC
                   IF MntDateMonth >= 1 AND MntDateMonth <= 12
                           AND MntDateDay >= 1
                       MOVE MntDateYear TO LeapYear
                       PERFORM CheckLeapYear
                       MOVE DaysInMonth(MntDateMonth) TO LeapMonthDays
                       IF MntDateMonth = 2 AND LeapR4 = 0
                               AND (LeapR100 NOT = 0 OR LeapR400 = 0)
                           MOVE 29 TO LeapMonthDays
                       END-IF
                       IF MntDateDay <= LeapMonthDays
                           SET MntDateOk TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       ParseMntNumber.
           MOVE "N" TO MntNumOkFlag
           MOVE SPACES TO MntNumAlpha
           IF EnvBuffer(8:57) = SPACES
               UNSTRING EnvBuffer DELIMITED BY SPACE INTO MntNumAlpha
               INSPECT MntNumAlpha REPLACING LEADING SPACE BY ZERO
               IF MntNumAlpha IS NUMERIC
                   SET MntNumOk TO TRUE
               END-IF
           END-IF
           .

       CheckLeapYear.
           DIVIDE LeapYear BY 4 GIVING LeapDiv REMAINDER LeapR4
           DIVIDE LeapYear BY 100 GIVING LeapDiv REMAINDER LeapR100
           DIVIDE LeapYear BY 400 GIVING LeapDiv REMAINDER LeapR400
           .

      *----------------------------------------------------------------
      * NextMntDate steps MntCurDate on by one day, month- and
      * year-end aware.
      *----------------------------------------------------------------
       NextMntDate.
           MOVE MntCurYear TO LeapYear
           PERFORM CheckLeapYear
           MOVE DaysInMonth(MntCurMonth) TO LeapMonthDays
           IF MntCurMonth = 2 AND LeapR4 = 0
                   AND (LeapR100 NOT = 0 OR LeapR400 = 0)
               MOVE 29 TO LeapMonthDays
           END-IF
           ADD 1 TO MntCurDay
           IF MntCurDay > LeapMonthDays
               MOVE 1 TO MntCurDay
               ADD 1 TO MntCurMonth
               IF MntCurMonth > 12
                   MOVE 1 TO MntCurMonth
                   ADD 1 TO MntCurYear
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * OpenMasterFile opens the master INPUT for LIST/GAPS and I-O for
      * the changing functions. Only RELOAD and CONVERT may create a
      * master that does not exist yet (status 35), the way tempo's
      * merge does.
      *----------------------------------------------------------------
       OpenMasterFile.
           IF FuncList OR FuncGaps
               OPEN INPUT MasterFile
           ELSE
               OPEN I-O MasterFile
               IF MstFileStatus = "35" AND (FuncReload OR FuncConvert)
                   OPEN OUTPUT MasterFile
                   CLOSE MasterFile
                   OPEN I-O MasterFile
               END-IF
           END-IF
           IF MstFileStatus NOT = "00"
               MOVE SPACES TO MntRefuseText
               STRING "Cannot open master file " DELIMITED BY SIZE
                   MasterFilename DELIMITED BY SPACE
                   " (status " DELIMITED BY SIZE
                   MstFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM FailRun
           END-IF
           SET MstOpen TO TRUE
           .

       OpenArchiveFile.
           OPEN EXTEND ArchiveFile
           IF ArchiveFileStatus NOT = "00"
                   AND ArchiveFileStatus NOT = "05"
               MOVE SPACES TO MntRefuseText
               STRING "Cannot open archive file " DELIMITED BY SIZE
                   ArchiveFilename DELIMITED BY SPACE
                   " (status " DELIMITED BY SIZE
                   ArchiveFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM FailRun
           END-IF
           SET ArchiveOpen TO TRUE
           .

      *----------------------------------------------------------------
      * ListMeterHours (LIST) prints every stored hour of one meter
      * from TEMPO_MST_FROM to TEMPO_MST_TO in key order, then the
      * hour count and Wh totals.
      *----------------------------------------------------------------
       ListMeterHours.
           PERFORM AcceptMeterId
           PERFORM AcceptDateRange
           PERFORM OpenMasterFile
           INITIALIZE ListWork
           DISPLAY "Meter " MntMeterDisplay " hours "
               MntFromYear "-" MntFromMonth "-" MntFromDay " to "
               MntToYear "-" MntToMonth "-" MntToDay
           MOVE MntMeterId TO MstMeterId
           MOVE MntFromDateX TO MstDateX
           MOVE ZERO TO MstHour
           MOVE LOW-VALUES TO MstTz
           START MasterFile KEY >= MstKey
               INVALID KEY MOVE "10" TO MstFileStatus
           END-START
           PERFORM UNTIL MstFileStatus NOT = "00"
               READ MasterFile NEXT
                   AT END MOVE "10" TO MstFileStatus
                   NOT AT END
                       IF MstMeterId NOT = MntMeterId
                               OR MstDateX > MntToDateX
                           MOVE "10" TO MstFileStatus
                       ELSE
                           PERFORM ListMasterRecord
                       END-IF
               END-READ
           END-PERFORM
           MOVE ListCount TO ListCountDisplay
           MOVE ListWhSum TO ListWhDisplay
           MOVE ListInjSum TO ListInjDisplay
           DISPLAY ListCountDisplay " hour(s) listed," ListWhDisplay
               " Wh drawn," ListInjDisplay " Wh injected"
           .

       ListMasterRecord.
           MOVE MstDateX(1:4) TO LstYear
           MOVE MstDateX(5:2) TO LstMonth
           MOVE MstDateX(7:2) TO LstDay
           MOVE MstHour TO LstHour
           MOVE MstTz TO LstTz
           MOVE MstWh TO LstWh
           MOVE MstInjWh TO LstInjWh
           DISPLAY ListLine
           ADD 1 TO ListCount
           ADD MstWh TO ListWhSum
           ADD MstInjWh TO ListInjSum
           .

      *----------------------------------------------------------------
      * ListMissingHours (GAPS) walks every day from TEMPO_MST_FROM to
      * TEMPO_MST_TO and lists each local hour of it the master holds
      * fewer records for than the day should have - one per hour,
      * none for 02:00 on the spring DST day, two for 02:00 on the
      * autumn one.
      *----------------------------------------------------------------
       ListMissingHours.
           PERFORM AcceptMeterId
           PERFORM AcceptDateRange
           PERFORM OpenMasterFile
           MOVE ZERO TO GapMissing
           MOVE ZERO TO GapDays
           DISPLAY "Meter " MntMeterDisplay " missing hours "
               MntFromYear "-" MntFromMonth "-" MntFromDay " to "
               MntToYear "-" MntToMonth "-" MntToDay
           MOVE MntFromDate TO MntCurDate
           PERFORM UNTIL MntCurDateX > MntToDateX
               PERFORM CheckDayHours
               ADD 1 TO GapDays
               PERFORM NextMntDate
           END-PERFORM
           MOVE GapMissing TO GapMissingDisplay
           MOVE GapDays TO GapDaysDisplay
           DISPLAY GapMissingDisplay " missing hour(s) in"
               GapDaysDisplay " day(s)"
           .

       CheckDayHours.
           IF MntCurYear NOT = DstYear
               MOVE MntCurYear TO DstYear
               PERFORM ComputeDstDays
           END-IF
           PERFORM VARYING GapSub FROM 1 BY 1 UNTIL GapSub > 24
               MOVE ZERO TO GapHourSeen(GapSub)
           END-PERFORM
           MOVE MntMeterId TO MstMeterId
           MOVE MntCurDateX TO MstDateX
           MOVE ZERO TO MstHour
           MOVE LOW-VALUES TO MstTz
           START MasterFile KEY >= MstKey
               INVALID KEY MOVE "10" TO MstFileStatus
           END-START
           PERFORM UNTIL MstFileStatus NOT = "00"
               READ MasterFile NEXT
                   AT END MOVE "10" TO MstFileStatus
                   NOT AT END
                       IF MstMeterId NOT = MntMeterId
                               OR MstDateX NOT = MntCurDateX
                           MOVE "10" TO MstFileStatus
                       ELSE
                           IF MstHour < 24
                               COMPUTE GapSub = MstHour + 1
                               IF GapHourSeen(GapSub) < 9
                                   ADD 1 TO GapHourSeen(GapSub)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING GapSub FROM 1 BY 1 UNTIL GapSub > 24
               MOVE 1 TO GapExpected
               IF GapSub = 3
                   IF MntCurMonth = 3 AND MntCurDay = DstSpringDay
                       MOVE 0 TO GapExpected
                   END-IF
                   IF MntCurMonth = 10 AND MntCurDay = DstFallDay
                       MOVE 2 TO GapExpected
                   END-IF
               END-IF
               IF GapHourSeen(GapSub) < GapExpected
                   ADD 1 TO GapMissing
                   MOVE MntCurYear TO GapYear
                   MOVE MntCurMonth TO GapMonth
                   MOVE MntCurDay TO GapDay
                   COMPUTE GapHour = GapSub - 1
                   DISPLAY GapLine
               END-IF
           END-PERFORM
           .

       ComputeDstDays.
           MOVE 3 TO DstZellerMonth
           PERFORM FindLastSunday
           MOVE DstLastSunday TO DstSpringDay
           MOVE 10 TO DstZellerMonth
           PERFORM FindLastSunday
           MOVE DstLastSunday TO DstFallDay
           .

      *----------------------------------------------------------------
      * FindLastSunday: Zeller's congruence for the day of week of the
      * 31st of DstZellerMonth in DstYear, backed off to the preceding
      * Sunday - the same computation tempo's reconciliation uses.
      *----------------------------------------------------------------
       FindLastSunday.
           DIVIDE DstYear BY 100
               GIVING DstZellerJ REMAINDER DstZellerK
           COMPUTE DstZellerWork = 13 * (DstZellerMonth + 1)
           DIVIDE DstZellerWork BY 5 GIVING DstZellerWork
           ADD 31 TO DstZellerWork
           ADD DstZellerK TO DstZellerWork
           DIVIDE DstZellerK BY 4 GIVING DstZellerH
           ADD DstZellerH TO DstZellerWork
           DIVIDE DstZellerJ BY 4 GIVING DstZellerH
           ADD DstZellerH TO DstZellerWork
           COMPUTE DstZellerWork = DstZellerWork + 5 * DstZellerJ
           DIVIDE DstZellerWork BY 7
               GIVING DstZellerWork REMAINDER DstZellerH
      *    days from the 31st back to the last Sunday: (h - 1) mod 7
           ADD 6 TO DstZellerH
           DIVIDE DstZellerH BY 7
               GIVING DstZellerWork REMAINDER DstZellerH
           COMPUTE DstLastSunday = 31 - DstZellerH
           .

      *----------------------------------------------------------------
      * FixMeterHour (FIX) corrects one stored hour's Wh, or inserts
      * the hour when the master does not have it, and logs the hour
      * with its before and after values and the reason code.
      *----------------------------------------------------------------
       FixMeterHour.
           PERFORM AcceptMeterId
           PERFORM AcceptHourKey
           PERFORM AcceptNewWh
           PERFORM AcceptReason
           PERFORM OpenMasterFile
           PERFORM FindFixHour
           MOVE MntFixYear TO FixDispYear
           MOVE MntFixMonth TO FixDispMonth
           MOVE MntFixDay TO FixDispDay
           MOVE MntWh TO FixNewWhDisplay
           MOVE SPACES TO MntAuditText
           IF FixFound
               MOVE MstWh TO FixOldWh
               MOVE MstInjWh TO FixOldInjWh
               MOVE MntWh TO MstWh
               IF MntInjGiven
                   MOVE MntInjWh TO MstInjWh
               END-IF
               REWRITE MstRec
                   INVALID KEY
                       MOVE "Cannot rewrite the master record"
                           TO MntRefuseText
                       PERFORM FailRun
               END-REWRITE
               MOVE FixOldWh TO FixOldWhDisplay
               MOVE FixOldInjWh TO FixOldInjDisplay
               MOVE MstInjWh TO FixNewInjDisplay
               STRING "  fix meter " DELIMITED BY SIZE
                   MntMeterDisplay DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FixDateDisplay DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MstHour DELIMITED BY SIZE
                   ":00 " DELIMITED BY SIZE
                   MstTz DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   MntReason DELIMITED BY SPACE
                   ": wh" DELIMITED BY SIZE
                   FixOldWhDisplay DELIMITED BY SIZE
                   " ->" DELIMITED BY SIZE
                   FixNewWhDisplay DELIMITED BY SIZE
                   ", inj" DELIMITED BY SIZE
                   FixOldInjDisplay DELIMITED BY SIZE
                   " ->" DELIMITED BY SIZE
                   FixNewInjDisplay DELIMITED BY SIZE
                   INTO MntAuditText
           ELSE
               IF MntTz = SPACES
                   MOVE "hour not on file; TEMPO_MST_TZ needed to add"
                       TO MntRefuseText
                   PERFORM RefuseRequest
               END-IF
               MOVE MntMeterId TO MstMeterId
               MOVE MntFixDateX TO MstDateX
               MOVE MntHour TO MstHour
               MOVE MntTz TO MstTz
               MOVE MntWh TO MstWh
               MOVE MntInjWh TO MstInjWh
               WRITE MstRec
                   INVALID KEY
                       MOVE "Cannot write the master record"
                           TO MntRefuseText
                       PERFORM FailRun
               END-WRITE
               MOVE MstInjWh TO FixNewInjDisplay
               STRING "  insert meter " DELIMITED BY SIZE
                   MntMeterDisplay DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FixDateDisplay DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MstHour DELIMITED BY SIZE
                   ":00 " DELIMITED BY SIZE
                   MstTz DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   MntReason DELIMITED BY SPACE
                   ": wh none ->" DELIMITED BY SIZE
                   FixNewWhDisplay DELIMITED BY SIZE
                   ", inj none ->" DELIMITED BY SIZE
                   FixNewInjDisplay DELIMITED BY SIZE
                   INTO MntAuditText
           END-IF
           DISPLAY MntAuditText
           PERFORM AddAuditDetail
           .

      *----------------------------------------------------------------
      * FindFixHour reads the hour FIX is aimed at. With the UTC offset
      * given it is a straight keyed READ; without one, every stored
      * hour at that local date and hour is counted, and only a single
      * match is taken - the doubled October 02:00 needs the offset to
      * say which of the two is meant.
      *----------------------------------------------------------------
       FindFixHour.
           MOVE "N" TO FixFoundFlag
           MOVE MntMeterId TO MstMeterId
           MOVE MntFixDateX TO MstDateX
           MOVE MntHour TO MstHour
           IF MntTz NOT = SPACES
               MOVE MntTz TO MstTz
               READ MasterFile KEY IS MstKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET FixFound TO TRUE
               END-READ
           ELSE
               MOVE LOW-VALUES TO MstTz
               MOVE ZERO TO FixMatchCount
               START MasterFile KEY >= MstKey
                   INVALID KEY MOVE "10" TO MstFileStatus
               END-START
               PERFORM UNTIL MstFileStatus NOT = "00"
                   READ MasterFile NEXT
                       AT END MOVE "10" TO MstFileStatus
                       NOT AT END
                           IF MstMeterId NOT = MntMeterId
                                   OR MstDateX NOT = MntFixDateX
                                   OR MstHour NOT = MntHour
                               MOVE "10" TO MstFileStatus
                           ELSE
                               ADD 1 TO FixMatchCount
                               MOVE MstKey TO FixKeyHold
                           END-IF
                   END-READ
               END-PERFORM
               IF FixMatchCount > 1
                   MOVE "two hours at that time; give TEMPO_MST_TZ"
                       TO MntRefuseText
                   PERFORM RefuseRequest
               END-IF
               IF FixMatchCount = 1
                   MOVE FixKeyHold TO MstKey
                   READ MasterFile KEY IS MstKey
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET FixFound TO TRUE
                   END-READ
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * DeleteMeter (DELETE) takes every stored hour of a decommissioned
      * meter out of the master, copying each to the archive file
      * (tempo-meter-archive.dat unless TEMPO_MST_ARCHIVE names one)
      * before it is deleted so RELOAD can still bring it back.
      *----------------------------------------------------------------
       DeleteMeter.
           PERFORM AcceptMeterId
           IF MntMeterId = SPACES
               MOVE "a meter ID is required to delete a meter"
                   TO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           PERFORM AcceptArchiveFilename
           PERFORM OpenMasterFile
           PERFORM OpenArchiveFile
           MOVE MntMeterId TO MstMeterId
           MOVE LOW-VALUES TO MstDateX MstTz
           MOVE ZERO TO MstHour
           START MasterFile KEY >= MstKey
               INVALID KEY MOVE "10" TO MstFileStatus
           END-START
           PERFORM UNTIL MstFileStatus NOT = "00"
               READ MasterFile NEXT
                   AT END MOVE "10" TO MstFileStatus
                   NOT AT END
                       IF MstMeterId NOT = MntMeterId
                           MOVE "10" TO MstFileStatus
                       ELSE
                           PERFORM ArchiveMasterRecord
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FlushBreak
           CLOSE ArchiveFile
           MOVE "N" TO ArchiveOpenFlag
           IF MntTotalHours = 0
               MOVE SPACES TO MntRefuseText
               STRING "no hours on file for meter " DELIMITED BY SIZE
                   MntMeterId DELIMITED BY SPACE
                   INTO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           PERFORM DisplayMovedTotal
           .

      *----------------------------------------------------------------
      * ArchiveOldYears (ARCHIVE) sweeps the whole master and moves
      * every hour dated before the cutoff year to the archive file,
      * all meters alike.
      *----------------------------------------------------------------
       ArchiveOldYears.
           PERFORM AcceptCutoffYear
           PERFORM AcceptArchiveFilename
           PERFORM OpenMasterFile
           PERFORM OpenArchiveFile
           MOVE LOW-VALUES TO MstKey
           START MasterFile KEY >= MstKey
               INVALID KEY MOVE "10" TO MstFileStatus
           END-START
           PERFORM UNTIL MstFileStatus NOT = "00"
               READ MasterFile NEXT
                   AT END MOVE "10" TO MstFileStatus
                   NOT AT END
                       IF MstDateX(1:4) < MntCutoffAlpha
                           PERFORM ArchiveMasterRecord
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FlushBreak
           CLOSE ArchiveFile
           MOVE "N" TO ArchiveOpenFlag
           IF MntTotalHours = 0
               MOVE SPACES TO MntAuditText
               STRING "  archive: no hour before " DELIMITED BY SIZE
                   MntCutoffAlpha DELIMITED BY SIZE
                   " on file" DELIMITED BY SIZE
                   INTO MntAuditText
               DISPLAY MntAuditText
               PERFORM AddAuditDetail
           END-IF
           PERFORM DisplayMovedTotal
           .

      *----------------------------------------------------------------
      * ArchiveMasterRecord moves the record just read: written to the
      * archive first, and only deleted from the master once that
      * write has gone through.
      *----------------------------------------------------------------
       ArchiveMasterRecord.
           PERFORM CheckBreak
           WRITE ArchiveRec FROM MstRec
           IF ArchiveFileStatus NOT = "00"
               MOVE SPACES TO MntRefuseText
               STRING "Cannot write archive file " DELIMITED BY SIZE
                   ArchiveFilename DELIMITED BY SPACE
                   " (status " DELIMITED BY SIZE
                   ArchiveFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM FlushBreak
               PERFORM FailRun
           END-IF
           DELETE MasterFile RECORD
               INVALID KEY
                   MOVE "Cannot delete the master record"
                       TO MntRefuseText
                   PERFORM FlushBreak
                   PERFORM FailRun
           END-DELETE
           ADD 1 TO BrkHours
           ADD MstWh TO BrkWh
           ADD 1 TO MntTotalHours
           .

      *----------------------------------------------------------------
      * ReloadArchive (RELOAD) writes the archive records of one meter
      * (or of every meter, "*") dated TEMPO_MST_FROM to TEMPO_MST_TO
      * back into the master; the rest of the archive is only counted.
      * An hour the master already holds again - re-merged from a TIC
      * drop, or corrected since - is left as it is and only counted.
      *----------------------------------------------------------------
       ReloadArchive.
           PERFORM AcceptMeterId
           PERFORM AcceptDateRange
           PERFORM AcceptArchiveFilename
           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus NOT = "00"
               IF ArchiveFileStatus = "05"
                   CLOSE ArchiveFile
               END-IF
               MOVE SPACES TO MntRefuseText
               STRING "archive file " DELIMITED BY SIZE
                   ArchiveFilename DELIMITED BY SPACE
                   " not found or will not open (status "
                       DELIMITED BY SIZE
                   ArchiveFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           SET ArchiveOpen TO TRUE
           PERFORM OpenMasterFile
           READ ArchiveFile AT END SET EndOfArchive TO TRUE END-READ
           PERFORM UNTIL EndOfArchive
               MOVE ArchiveRec TO MstRec
               IF MstWh IS NUMERIC AND MstInjWh IS NUMERIC
                       AND MstDateX IS NUMERIC
                   IF (MntAllMeters OR MstMeterId = MntMeterId)
                           AND MstDateX NOT < MntFromDateX
                           AND MstDateX NOT > MntToDateX
                       PERFORM CheckBreak
                       WRITE MstRec
                           INVALID KEY
                               ADD 1 TO BrkKept
                           NOT INVALID KEY
                               ADD 1 TO BrkHours
                               ADD MstWh TO BrkWh
                               ADD 1 TO MntTotalHours
                       END-WRITE
                   ELSE
                       ADD 1 TO MntOutsideRows
                   END-IF
               ELSE
                   ADD 1 TO MntBadRows
               END-IF
               READ ArchiveFile AT END SET EndOfArchive TO TRUE
               END-READ
           END-PERFORM
           PERFORM FlushBreak
           CLOSE ArchiveFile
           MOVE "N" TO ArchiveOpenFlag
           MOVE MntOutsideRows TO MntOutsideDisplay
           MOVE SPACES TO MntAuditText
           STRING "  reload filter: meter " DELIMITED BY SIZE
               MntMeterDisplay DELIMITED BY SPACE
               " from " DELIMITED BY SIZE
               MntFromYear "-" MntFromMonth "-" MntFromDay
                   DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               MntToYear "-" MntToMonth "-" MntToDay DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MntOutsideDisplay DELIMITED BY SIZE
               " archive hour(s) outside it left out" DELIMITED BY SIZE
               INTO MntAuditText
           DISPLAY MntAuditText
           PERFORM AddAuditDetail
           IF MntBadRows > 0
               MOVE MntBadRows TO MntBadDisplay
               MOVE SPACES TO MntAuditText
               STRING "  reload:" DELIMITED BY SIZE
                   MntBadDisplay DELIMITED BY SIZE
                   " unreadable archive line(s) skipped"
                       DELIMITED BY SIZE
                   INTO MntAuditText
               DISPLAY MntAuditText
               PERFORM AddAuditDetail
           END-IF
           PERFORM DisplayMovedTotal
           .

      *----------------------------------------------------------------
      * ConvertOldMaster (CONVERT) carries a master written before the
      * record held the injected Wh over to the current layout: each
      * old record is read in key order and written to the master
      * with MstInjWh zero. An hour the master already holds is left
      * as it is and only counted, so an interrupted run can simply
      * be started again.
      *----------------------------------------------------------------
       ConvertOldMaster.
           PERFORM AcceptOldMasterFilename
           OPEN INPUT OldMasterFile
           IF OldMstFileStatus NOT = "00"
               MOVE SPACES TO MntRefuseText
               STRING "old master file " DELIMITED BY SIZE
                   OldMasterFilename DELIMITED BY SPACE
                   " not found or will not open (status "
                       DELIMITED BY SIZE
                   OldMstFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM RefuseRequest
           END-IF
           SET OldMstOpen TO TRUE
           PERFORM OpenMasterFile
           PERFORM UNTIL OldMstFileStatus NOT = "00"
               READ OldMasterFile NEXT
                   AT END MOVE "10" TO OldMstFileStatus
                   NOT AT END
                       ADD 1 TO MntReadRows
                       MOVE OldMstKey TO MstKey
                       MOVE OldMstWh TO MstWh
                       MOVE ZERO TO MstInjWh
                       PERFORM CheckBreak
                       WRITE MstRec
                           INVALID KEY
                               ADD 1 TO BrkKept
                           NOT INVALID KEY
                               ADD 1 TO BrkHours
                               ADD MstWh TO BrkWh
                               ADD 1 TO MntTotalHours
                       END-WRITE
               END-READ
           END-PERFORM
           IF OldMstFileStatus NOT = "10"
               MOVE SPACES TO MntRefuseText
               STRING "Cannot read old master file " DELIMITED BY SIZE
                   OldMasterFilename DELIMITED BY SPACE
                   " (status " DELIMITED BY SIZE
                   OldMstFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MntRefuseText
               PERFORM FlushBreak
               PERFORM FailRun
           END-IF
           PERFORM FlushBreak
           CLOSE OldMasterFile
           MOVE "N" TO OldMstOpenFlag
           MOVE MntReadRows TO MntReadDisplay
           MOVE MntTotalHours TO MntTotalDisplay
           MOVE SPACES TO MntAuditText
           STRING "  convert: " DELIMITED BY SIZE
               MntReadDisplay DELIMITED BY SIZE
               " hour(s) read from " DELIMITED BY SIZE
               OldMasterFilename DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               MntTotalDisplay DELIMITED BY SIZE
               " written with no injected Wh" DELIMITED BY SIZE
               INTO MntAuditText
           DISPLAY MntAuditText
           PERFORM AddAuditDetail
           PERFORM DisplayMovedTotal
           .

      *----------------------------------------------------------------
      * CheckBreak/FlushBreak total the hours moved per (meter, year)
      * and log one line for each pair when it changes: the hours and
      * Wh the master held before and after the move.
      *----------------------------------------------------------------
       CheckBreak.
           IF BrkActive
               IF MstMeterId NOT = BrkMeter
                       OR MstDateX(1:4) NOT = BrkYear
                   PERFORM FlushBreak
               END-IF
           END-IF
           IF NOT BrkActive
               MOVE MstMeterId TO BrkMeter
               MOVE MstDateX(1:4) TO BrkYear
               MOVE ZERO TO BrkHours
               MOVE ZERO TO BrkWh
               MOVE ZERO TO BrkKept
               MOVE ZERO TO BrkBefore
               SET BrkActive TO TRUE
               IF FuncReload OR FuncConvert
                   PERFORM CountBreakOnFile
               END-IF
           END-IF
           .

      *    BrkBefore = the master's hours for (BrkMeter, BrkYear), read
      *    off before the reload or conversion writes any of its own
       CountBreakOnFile.
           MOVE MstRec TO BrkHold
           MOVE BrkMeter TO MstMeterId
           MOVE LOW-VALUES TO MstDateX MstTz
           MOVE BrkYear TO MstDateX(1:4)
           MOVE ZERO TO MstHour
           MOVE "00" TO MstFileStatus
           START MasterFile KEY >= MstKey
               INVALID KEY MOVE "10" TO MstFileStatus
           END-START
           PERFORM UNTIL MstFileStatus NOT = "00"
               READ MasterFile NEXT
                   AT END MOVE "10" TO MstFileStatus
                   NOT AT END
                       IF MstMeterId NOT = BrkMeter
                               OR MstDateX(1:4) NOT = BrkYear
                           MOVE "10" TO MstFileStatus
                       ELSE
                           ADD 1 TO BrkBefore
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO MstFileStatus
           MOVE BrkHold TO MstRec
           .

       FlushBreak.
           IF BrkActive
               MOVE BrkHours TO BrkHoursDisplay
               MOVE BrkWh TO BrkWhDisplay
               MOVE BrkKept TO BrkKeptDisplay
               MOVE BrkBefore TO BrkBeforeDisplay
               COMPUTE BrkAfter = BrkBefore + BrkHours
               MOVE BrkAfter TO BrkAfterDisplay
               IF BrkMeter = SPACES
                   MOVE "(none)" TO BrkMeter
               END-IF
               MOVE SPACES TO MntAuditText
               EVALUATE TRUE
                   WHEN FuncReload
                       STRING "  reload meter " DELIMITED BY SIZE
                           BrkMeter DELIMITED BY SPACE
                           " year " DELIMITED BY SIZE
                           BrkYear DELIMITED BY SIZE
                           ": before" DELIMITED BY SIZE
                           BrkBeforeDisplay DELIMITED BY SIZE
                           " hour(s), after" DELIMITED BY SIZE
                           BrkAfterDisplay DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           BrkWhDisplay DELIMITED BY SIZE
                           " Wh restored," DELIMITED BY SIZE
                           BrkKeptDisplay DELIMITED BY SIZE
                           " already on file" DELIMITED BY SIZE
                           INTO MntAuditText
                   WHEN FuncConvert
                       STRING "  convert meter " DELIMITED BY SIZE
                           BrkMeter DELIMITED BY SPACE
                           " year " DELIMITED BY SIZE
                           BrkYear DELIMITED BY SIZE
                           ": before" DELIMITED BY SIZE
                           BrkBeforeDisplay DELIMITED BY SIZE
                           " hour(s), after" DELIMITED BY SIZE
                           BrkAfterDisplay DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           BrkWhDisplay DELIMITED BY SIZE
                           " Wh copied," DELIMITED BY SIZE
                           BrkKeptDisplay DELIMITED BY SIZE
                           " already on file" DELIMITED BY SIZE
                           INTO MntAuditText
                   WHEN FuncDelete
                       STRING "  delete meter " DELIMITED BY SIZE
                           BrkMeter DELIMITED BY SPACE
                           " year " DELIMITED BY SIZE
                           BrkYear DELIMITED BY SIZE
                           ": before" DELIMITED BY SIZE
                           BrkHoursDisplay DELIMITED BY SIZE
                           " hour(s)" DELIMITED BY SIZE
                           BrkWhDisplay DELIMITED BY SIZE
                           " Wh, after 0 hour(s), archived to "
                               DELIMITED BY SIZE
                           ArchiveFilename DELIMITED BY SPACE
                           INTO MntAuditText
                   WHEN OTHER
                       STRING "  archive meter " DELIMITED BY SIZE
                           BrkMeter DELIMITED BY SPACE
                           " year " DELIMITED BY SIZE
                           BrkYear DELIMITED BY SIZE
                           ": before" DELIMITED BY SIZE
                           BrkHoursDisplay DELIMITED BY SIZE
                           " hour(s)" DELIMITED BY SIZE
                           BrkWhDisplay DELIMITED BY SIZE
                           " Wh, after 0 hour(s), archived to "
                               DELIMITED BY SIZE
                           ArchiveFilename DELIMITED BY SPACE
                           INTO MntAuditText
               END-EVALUATE
               DISPLAY MntAuditText
               PERFORM AddAuditDetail
               MOVE "N" TO BrkActiveFlag
           END-IF
           .

       DisplayMovedTotal.
           MOVE MntTotalHours TO MntTotalDisplay
           EVALUATE TRUE
               WHEN FuncReload
                   DISPLAY MntTotalDisplay " hour(s) reloaded from "
                       ArchiveFilename
               WHEN FuncConvert
                   DISPLAY MntTotalDisplay " hour(s) converted from "
                       OldMasterFilename
               WHEN OTHER
                   DISPLAY MntTotalDisplay " hour(s) archived to "
                       ArchiveFilename
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * AddAuditDetail keeps MntAuditText for the run's audit block.
      * Lines past the table's 200 are counted, and the count logged.
      *----------------------------------------------------------------
       AddAuditDetail.
           IF AuditDetailCount < 200
               ADD 1 TO AuditDetailCount
               MOVE MntAuditText TO AuditDetail(AuditDetailCount)
           ELSE
               ADD 1 TO AuditDropCount
           END-IF
           .

      *----------------------------------------------------------------
      * WriteAuditLog appends the run's block to AuditFilename, the
      * log tempo's nightly runs append to, so every change to the
      * master sits in one history with the runs that read it.
      *----------------------------------------------------------------
       WriteAuditLog.
           OPEN EXTEND AuditFile
           IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
               DISPLAY "WARNING: cannot append audit log "
                   AuditFilename " (status " AuditFileStatus ")"
           ELSE
               MOVE RETURN-CODE TO AuditRcDisplay
               MOVE SPACES TO AuditLine
               STRING "Maint " DELIMITED BY SIZE
                   AuditDateNum DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AuditTimeX(1:6) DELIMITED BY SIZE
                   " function=" DELIMITED BY SIZE
                   MntFunction DELIMITED BY SPACE
                   " master=" DELIMITED BY SIZE
                   MasterFilename DELIMITED BY SPACE
                   " operator=" DELIMITED BY SIZE
                   MntOperator DELIMITED BY SPACE
                   " rc=" DELIMITED BY SIZE
                   AuditRcDisplay DELIMITED BY SIZE
                   INTO AuditLine
               PERFORM WriteAuditRecord
               PERFORM VARYING AuditIdx FROM 1 BY 1
                       UNTIL AuditIdx > AuditDetailCount
                   MOVE AuditDetail(AuditIdx) TO AuditLine
                   PERFORM WriteAuditRecord
               END-PERFORM
               IF AuditDropCount > 0
                   MOVE AuditDropCount TO AuditDropDisplay
                   MOVE SPACES TO AuditLine
                   STRING "  ..." DELIMITED BY SIZE
                       AuditDropDisplay DELIMITED BY SIZE
                       " more line(s) not logged" DELIMITED BY SIZE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               CLOSE AuditFile
           END-IF
           .

       WriteAuditRecord.
           WRITE AuditRec FROM AuditLine
           IF AuditFileStatus NOT = "00"
               DISPLAY "WARNING: cannot append audit log "
                   AuditFilename " (status " AuditFileStatus ")"
           END-IF
           .

       END PROGRAM tempomst.
