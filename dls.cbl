               RECORD KEY IS NoteTitle
               FILE STATUS IS FileStatus.

           SELECT ScheduleFile ASSIGN TO 'dramalist_schedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT TxnFile ASSIGN TO TxnFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT TxnRejectFile ASSIGN TO 'dramalist_txn.rej'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT LifeReportFile ASSIGN TO 'dramalist_lifecycle.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT LifeSortFile ASSIGN TO 'dramalistLSORT.tmp'.

           SELECT LifeSortedFile ASSIGN TO 'dramalistLSORTED.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT ForecastReportFile ASSIGN TO 'dramalist_forecast.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT PlatformFile ASSIGN TO 'dramalist_platform.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PlatTitle
               ALTERNATE RECORD KEY IS PlatService WITH DUPLICATES
               FILE STATUS IS FileStatus.

           SELECT ServiceFile ASSIGN TO 'dramalist_services.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SvcName
               FILE STATUS IS FileStatus.

           SELECT SubscrReportFile ASSIGN TO 'dramalist_subscr.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT LinkFile ASSIGN TO 'dramalist_links.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkTitle
               ALTERNATE RECORD KEY IS LinkPrevTitle WITH DUPLICATES
               FILE STATUS IS FileStatus.

           SELECT FranchiseReportFile
               ASSIGN TO 'dramalist_franchise.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT GenBakFile ASSIGN TO GenBakName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BackupCatFile ASSIGN TO 'dramalist_backup.cat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BkcKey
               FILE STATUS IS FileStatus.

           SELECT BackupLogTmpFile ASSIGN TO BkLogTmpName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BackupReportFile ASSIGN TO 'dramalist_backups.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT RecycleFile ASSIGN TO 'dramalist_recycle.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcyKey
               FILE STATUS IS FileStatus.

           SELECT AlertStateFile ASSIGN TO 'dramalist_alertstate.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AlsKey
               FILE STATUS IS FileStatus.

           SELECT AlertFile ASSIGN TO AlertFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT CastFile ASSIGN TO 'dramalist_cast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CastKey
               FILE STATUS IS FileStatus.

           SELECT CastReportFile ASSIGN TO 'dramalist_cast.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT YearReportFile ASSIGN TO YrRptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT LockFile ASSIGN TO 'dramalist.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
       01  StatusReportLine         PIC X(80).

       FD CsvFile.
       01  CsvLine                  PIC X(400).

       FD AuditFile.
       01  AuditLine                PIC X(120).
           05   NoteLine3          PIC X(60).
           05   NoteLine4          PIC X(60).

       FD ScheduleFile.
       01  SchedRecord.
           05   SchedTitle         PIC X(50).
       01  BackupLogLine            PIC X(40).

       FD ImportFile.
       01  ImportLine               PIC X(400).

       FD ImportErrFile.
       01  ImportErrLine            PIC X(440).

       FD ProfileFile.
       01  ProfRecord.
       FD CheckpointFile.
       01  CheckpointRecord         PIC X(60).

       FD TxnFile.
       01  TxnLine                  PIC X(200).

       FD TxnRejectFile.
       01  TxnRejectLine            PIC X(240).

       FD LifeReportFile.
       01  LifeReportLine           PIC X(80).

       SD  LifeSortFile.
       01  LifeSortRecord.
           05   LifeSortKey1       PIC X(50).
           05   LifeSortKey2       PIC X(40).
           05   LifeSortDate       PIC 9(08).
           05   LifeSortText       PIC X(50).

       FD LifeSortedFile.
       01  LifeSortedRecord.
           05   LifeSortedKey1     PIC X(50).
           05   LifeSortedKey2     PIC X(40).
           05   LifeSortedDate     PIC 9(08).
           05   LifeSortedText     PIC X(50).

       FD ForecastReportFile.
       01  ForecastReportLine       PIC X(80).

       FD PlatformFile.
       01  PlatRecord.
           05   PlatTitle          PIC X(50).
           05   PlatService        PIC X(20).
           05   PlatLeaveDate      PIC 9(08).

       FD ServiceFile.
       01  SvcRecord.
           05   SvcName            PIC X(20).
           05   SvcMonthlyCost     PIC 9(04)V99.

       FD SubscrReportFile.
       01  SubscrReportLine         PIC X(80).

       FD LinkFile.
       01  LinkRecord.
           05   LinkTitle          PIC X(50).
           05   LinkPrevTitle      PIC X(50).
           05   LinkSeason         PIC 9(02).

       FD FranchiseReportFile.
       01  FranchiseReportLine      PIC X(80).

       FD GenBakFile.
       01  GenBakRecord             PIC X(400).

       FD BackupCatFile.
       01  BkcRecord.
           05   BkcKey.
               10   BkcGen         PIC 9(05).
               10   BkcTag         PIC X(10).
           05   BkcDate            PIC 9(08).
           05   BkcTime            PIC 9(06).
           05   BkcFileName        PIC X(40).
           05   BkcSrcCount        PIC 9(07).
           05   BkcBakCount        PIC 9(07).
           05   BkcResult          PIC X(04).

       FD BackupLogTmpFile.
       01  BackupLogTmpLine         PIC X(40).

       FD BackupReportFile.
       01  BackupReportLine         PIC X(80).

       FD RecycleFile.
       01  RcyRecord.
           05   RcyKey.
               10   RcyTitle       PIC X(50).
               10   RcyStamp.
                   15   RcyDate    PIC 9(08).
                   15   RcyTime    PIC 9(06).
               10   RcySeq         PIC 9(03).
           05   RcyType            PIC X(01).
           05   RcyData            PIC X(290).

       FD AlertStateFile.
       01  AlsRecord.
           05   AlsKey.
               10   AlsProfile     PIC X(10).
               10   AlsTitle       PIC X(50).
           05   AlsLastEp          PIC 9(04).
           05   AlsDate            PIC 9(08).

       FD AlertFile.
       01  AlertLine                PIC X(80).

       FD CastFile.
       01  CastRecord.
           05   CastKey.
               10   CastTitle      PIC X(50).
               10   CastPerson     PIC X(40).
               10   CastRole       PIC X(10).

       FD CastReportFile.
       01  CastReportLine           PIC X(80).

       FD YearReportFile.
       01  YearReportLine           PIC X(80).

       FD LockFile.
       01  LockRecord               PIC X(40).

       01  BackupFileName          PIC X(40).
       01  CurrentDate             PIC 9(08).
       01  ReportLineOut           PIC X(80).
       01  CsvLineOut              PIC X(400).
       01  AuditTitle              PIC X(50).
       01  AuditOldStatus          PIC X(15).
       01  AuditNewStatus          PIC X(15).
       01  ImportedCount           PIC 9(05)    VALUE ZERO.
       01  RejectedCount           PIC 9(05)    VALUE ZERO.
       01  ImportLineCount         PIC 9(05)    VALUE ZERO.
       01  ImportErrLineOut        PIC X(440).
       01  EndOfImport             PIC X        VALUE 'N'.
       01  ImportTrimTxt           PIC X(50).
       01  ImportTrimWork          PIC X(50).
       01  UnarchiveTitle          PIC X(50).
       01  NotesChoice             PIC X.
       01  NoteSearchTitle         PIC X(50).
       01  NotesAvailable          PIC X        VALUE 'N'.
       01  NoteFlagTxt             PIC X(08).
       01  TitleOnList             PIC X        VALUE 'N'.
       01  BatchRc                 PIC 9(02)    VALUE ZERO.
       01  BatchOp                 PIC X(20).
       01  BatchArg                PIC X(40).
       01  BatchArg2               PIC X(40).
       01  EndOfBatch              PIC X        VALUE 'N'.
       01  BatchLogMsg             PIC X(80).
       01  BatchOpCount            PIC 9(05)    VALUE ZERO.
       01  FormTotEp               PIC 9(04).
       01  FormGenre               PIC X(15).
       01  FormRating              PIC 9(01).
       01  FormService             PIC X(20).
       01  FormLeaveDate           PIC 9(08).
       01  FormMsg                 PIC X(60).
       01  IcsLineOut              PIC X(100).
       01  IcsByDay                PIC X(30).
               10  RecGenreName    PIC X(15).
               10  RecGenreSum     PIC 9(05).
               10  RecGenreTally   PIC 9(05).
       01  RecScore                PIC 9(02)V99 VALUE ZERO.
       01  RecPickCount            PIC 9(02)    VALUE ZERO.
       01  RecIdx                  PIC 9(02).
       01  RecInsIdx               PIC 9(02).
           05  RecEntry OCCURS 10 TIMES.
               10  RecTitle        PIC X(50).
               10  RecGenre        PIC X(15).
               10  RecScoreT       PIC 9(02)V99.
       01  EditedScore             PIC Z9.99.
       01  StatusInput             PIC X(15).
       01  StatusCanon             PIC X(15).
       01  StatusUpper             PIC X(15).
       01  DiaryAvgGap             PIC 9(03)V9  VALUE ZERO.
       01  DiaryTitleOpen          PIC X        VALUE 'N'.
       01  EditedGap               PIC ZZ9.9.
       01  LifeReasonPreset        PIC X        VALUE 'N'.
       01  DeleteOutcome           PIC X(40).
       01  TxnFileName             PIC X(40).
       01  TxnAction               PIC X(15).
       01  TxnTitle                PIC X(50).
       01  TxnProfile              PIC X(10).
       01  TxnField1               PIC X(40).
       01  TxnField2               PIC X(40).
       01  TxnField3               PIC X(40).
       01  TxnField4               PIC X(40).
       01  TxnField5               PIC X(40).
       01  TxnField6               PIC X(40).
       01  TxnField7               PIC X(40).
       01  TxnField8               PIC X(40).
       01  TxnReason               PIC X(40).
       01  TxnNumIn                PIC X(40).
       01  TxnSaveProfile          PIC X(10).
       01  TxnSetEpFlag            PIC X        VALUE 'N'.
       01  TxnSetStatusFlag        PIC X        VALUE 'N'.
       01  TxnSetRatingFlag        PIC X        VALUE 'N'.
       01  TxnNewEpisode           PIC 9(04).
       01  TxnNewStatus            PIC X(15).
       01  TxnNewRating            PIC 9(01).
       01  TxnNewTotal             PIC 9(04).
       01  TxnLifeReason           PIC X(40).
       01  TxnLineCount            PIC 9(05)    VALUE ZERO.
       01  TxnAppliedCount         PIC 9(05)    VALUE ZERO.
       01  TxnRejectedCount        PIC 9(05)    VALUE ZERO.
       01  TxnRejectOut            PIC X(240).
       01  EndOfTxn                PIC X        VALUE 'N'.
       01  LifeLimitTxt            PIC X(04).
       01  LifeLimitDays           PIC 9(04)    VALUE 60.
       01  LifeSection             PIC X.
       01  LifeDateTxt             PIC X(08).
       01  LifeProfTxt             PIC X(10).
       01  LifeTargetProf          PIC X(10).
       01  LifeShowProf            PIC X(10).
       01  LifeEpisode             PIC 9(04).
       01  LifeGenre               PIC X(15).
       01  LifeFoundDate           PIC 9(08).
       01  LifeFoundReason         PIC X(40).
       01  LifeStartDayNum         PIC 9(08).
       01  LifeDaysHeld            PIC 9(05)    VALUE ZERO.
       01  LifeEndDate             PIC 9(08).
       01  LifeEndStatus           PIC X(15).
       01  LifeHeldCount           PIC 9(05)    VALUE ZERO.
       01  LifeOverdueCount        PIC 9(05)    VALUE ZERO.
       01  LifeSpellCount          PIC 9(05)    VALUE ZERO.
       01  LifeDropCount           PIC 9(05)    VALUE ZERO.
       01  LifeGroupCount          PIC 9(05)    VALUE ZERO.
       01  LifeReasonCount         PIC 9(05)    VALUE ZERO.
       01  LifeGroupOpen           PIC X        VALUE 'N'.
       01  LifeArcOpen             PIC X        VALUE 'N'.
       01  LifeDropMode            PIC X.
       01  LifeLastKey1            PIC X(50).
       01  LifeLastKey2            PIC X(40).
       01  LifeRptOut              PIC X(80)    VALUE SPACES.
       01  EndOfLife               PIC X        VALUE 'N'.
       01  EndOfLifeSort           PIC X        VALUE 'N'.
       01  FcAllProfiles           PIC X        VALUE 'N'.
       01  FcSaveProfile           PIC X(10).
       01  FcProfIdx               PIC 9(02)    VALUE ZERO.
       01  FcTitleCount            PIC 9(05)    VALUE ZERO.
       01  FcSchedOpen             PIC X        VALUE 'N'.
       01  FcRemaining             PIC 9(04).
       01  FcPaceCount             PIC 9(02)    VALUE ZERO.
       01  FcPaceIdx               PIC 9(02).
       01  FcPaceTable.
           05  FcPaceDay OCCURS 10 TIMES PIC 9(08).
       01  FcGap                   PIC 9(03)V9  VALUE ZERO.
       01  FcLastDayNum            PIC 9(08).
       01  FcAiring                PIC X        VALUE 'N'.
       01  FcAired                 PIC 9(04).
       01  FcEp                    PIC 9(05).
       01  FcTime                  PIC 9(08)V9.
       01  FcAirDayNum             PIC 9(08).
       01  FcCursorStarted         PIC X        VALUE 'N'.
       01  FcFinishDayNum          PIC 9(08).
       01  FcFinishDate            PIC 9(08).
       01  FcDaySteps              PIC 9(06).
       01  FcLineOut               PIC X(80)    VALUE SPACES.
       01  PlatChoice              PIC X.
       01  PlatSearchTitle         PIC X(50).
       01  PlatInTitle             PIC X(50).
       01  PlatInService           PIC X(20).
       01  PlatInLeave             PIC 9(08).
       01  PlatInLeaveR REDEFINES PlatInLeave.
           05  PlatInLeaveYear     PIC 9(04).
           05  PlatInLeaveMonth    PIC 9(02).
           05  PlatInLeaveDay      PIC 9(02).
       01  PlatFound               PIC X        VALUE 'N'.
       01  PlatSaveOk              PIC X        VALUE 'Y'.
       01  PlatLeaveOk             PIC X        VALUE 'Y'.
       01  EndOfPlat               PIC X        VALUE 'N'.
       01  SvcInName               PIC X(20).
       01  SvcCostIn               PIC 9(04)V99.
       01  SvcFound                PIC X        VALUE 'N'.
       01  SvcAvailable            PIC X        VALUE 'N'.
       01  EndOfSvc                PIC X        VALUE 'N'.
       01  EditedCost              PIC ZZZ9.99.
       01  SubMonthsTxt            PIC X(04).
       01  SubMonths               PIC 9(02)    VALUE 3.
       01  SubMonthIdx             PIC 9(06).
       01  SubCutoffDate           PIC 9(08).
       01  SubCutoffDateR REDEFINES SubCutoffDate.
           05  SubCutYear          PIC 9(04).
           05  SubCutMonth         PIC 9(02).
           05  SubCutDay           PIC 9(02).
       01  SubWindowDayNum         PIC 9(08).
       01  SubEpTable.
           05  SubEpEntry OCCURS 50 TIMES.
               10  SubEpService    PIC X(20).
               10  SubEpCount      PIC 9(05).
       01  SubEpUsed               PIC 9(02)    VALUE ZERO.
       01  SubEpIdx                PIC 9(02).
       01  SubEpFoundIdx           PIC 9(02).
       01  SubSvcTable.
           05  SubSvcName OCCURS 50 TIMES PIC X(20).
       01  SubSvcUsed              PIC 9(02)    VALUE ZERO.
       01  SubSvcIdx               PIC 9(02).
       01  SubCurService           PIC X(20).
       01  SubLastService          PIC X(20).
       01  SubCurCost              PIC 9(04)V99.
       01  SubCostKnown            PIC X        VALUE 'N'.
       01  SubPlatOpen             PIC X        VALUE 'N'.
       01  SubMode                 PIC X.
       01  SubServiceCount         PIC 9(03)    VALUE ZERO.
       01  SubTitleCount           PIC 9(05)    VALUE ZERO.
       01  SubUnwatchedCount       PIC 9(05)    VALUE ZERO.
       01  SubLeavingCount         PIC 9(05)    VALUE ZERO.
       01  SubEpisodes             PIC 9(05)    VALUE ZERO.
       01  SubCostPerEp            PIC 9(05)V99.
       01  EditedCostPerEp         PIC ZZZZ9.99.
       01  SubLineOut              PIC X(80)    VALUE SPACES.
       01  IntOrphanPlat           PIC 9(05)    VALUE ZERO.
       01  IntArcOpen              PIC X        VALUE 'N'.
       01  SyncPlatOpen            PIC X        VALUE 'N'.
       01  SyncPlatRec.
           05  SyncWTitle          PIC X(50).
           05  SyncWService        PIC X(20).
           05  SyncWLeaveDate      PIC 9(08).
       01  SyncSvcRec.
           05  SyncVName           PIC X(20).
           05  SyncVCost           PIC 9(04)V99.
       01  LinkChoice              PIC X.
       01  LinkInTitle             PIC X(50).
       01  LinkInPrev              PIC X(50).
       01  LinkInSeason            PIC 9(02).
       01  LinkOk                  PIC X        VALUE 'Y'.
       01  LinkCheckTitle          PIC X(50).
       01  LinkTitleKnown          PIC X        VALUE 'N'.
       01  LinkCycle               PIC X        VALUE 'N'.
       01  LinkWalkTitle           PIC X(50).
       01  LinkDepth               PIC 9(02).
       01  LinkWalkDone            PIC X        VALUE 'N'.
       01  LinkFound               PIC X        VALUE 'N'.
       01  EndOfLink               PIC X        VALUE 'N'.
       01  NextPending             PIC X        VALUE 'N'.
       01  NextFromTitle           PIC X(50).
       01  NextFromGenre           PIC X(15).
       01  NextFromRating          PIC 9(01).
       01  NextFound               PIC X        VALUE 'N'.
       01  NextTitle               PIC X(50).
       01  NextSeason              PIC 9(02).
       01  NextOnList              PIC X        VALUE 'N'.
       01  NextConfirm             PIC X.
       01  RecBoostTable.
           05  RecBoostTitle OCCURS 50 TIMES PIC X(50).
       01  RecBoostCount           PIC 9(02)    VALUE ZERO.
       01  RecBoostIdx             PIC 9(02).
       01  RecBoosted              PIC X        VALUE 'N'.
       01  RecLinkOpen             PIC X        VALUE 'N'.
       01  FrLineOut               PIC X(80)    VALUE SPACES.
       01  FrSeriesCount           PIC 9(03)    VALUE ZERO.
       01  FrArcOpen               PIC X        VALUE 'N'.
       01  FrRootTable.
           05  FrRootEntry OCCURS 100 TIMES.
               10  FrRootTitle     PIC X(50).
               10  FrRootIsRoot    PIC X.
       01  FrRootCount             PIC 9(03)    VALUE ZERO.
       01  FrRootIdx               PIC 9(03).
       01  FrRootFoundIdx          PIC 9(03).
       01  FrEntryCount            PIC 9(03)    VALUE ZERO.
       01  FrWatchedCount          PIC 9(03)    VALUE ZERO.
       01  FrEpSum                 PIC 9(07)    VALUE ZERO.
       01  FrTotSum                PIC 9(07)    VALUE ZERO.
       01  FrCurTitle              PIC X(50).
       01  FrCurSeason             PIC 9(02).
       01  FrEntStatus             PIC X(15).
       01  FrEntEpisode            PIC 9(04).
       01  FrEntTotal              PIC 9(04).
       01  FrEntWhere              PIC X(12).
       01  FrEditWatched           PIC ZZZZ9.
       01  FrEditTotal             PIC ZZZZZZZ9.
       01  IntOrphanLink           PIC 9(05)    VALUE ZERO.
       01  IntCheckTitle           PIC X(50).
       01  IntLinkLaterOk          PIC X        VALUE 'N'.
       01  GenBakName              PIC X(40).
       01  BkLogTmpName            PIC X(40)
               VALUE 'dramalist_backups.tmp'.
       01  BkGen                   PIC 9(05)    VALUE ZERO.
       01  BkTag                   PIC X(10).
       01  BkName                  PIC X(40).
       01  BkTimeNow               PIC 9(08).
       01  BkSrcCount              PIC 9(07)    VALUE ZERO.
       01  BkBakCount              PIC 9(07)    VALUE ZERO.
       01  BkSrcFound              PIC X        VALUE 'N'.
       01  BkWriteFail             PIC X        VALUE 'N'.
       01  GenBakOpen              PIC X        VALUE 'N'.
       01  BkPurgePass             PIC 9        VALUE ZERO.
       01  BkResult                PIC X(04).
       01  BkFileCount             PIC 9(03)    VALUE ZERO.
       01  BkFailCount             PIC 9(03)    VALUE ZERO.
       01  EndOfGenBak             PIC X        VALUE 'N'.
       01  EndOfCat                PIC X        VALUE 'N'.
       01  BkChoice                PIC X.
       01  BkArgDaily              PIC X(04).
       01  BkArgWeekly             PIC X(04).
       01  BkArgMonthly            PIC X(04).
       01  BkKeepDaily             PIC 9(03)    VALUE 7.
       01  BkKeepWeekly            PIC 9(03)    VALUE 4.
       01  BkKeepMonthly           PIC 9(03)    VALUE 12.
       01  BkGenTable.
           05   BkGenEntry OCCURS 999 TIMES.
               10   BkGenNum       PIC 9(05).
               10   BkGenDate      PIC 9(08).
               10   BkGenKeep      PIC X.
       01  BkGenCount              PIC 9(03)    VALUE ZERO.
       01  BkGenSkipped            PIC 9(05)    VALUE ZERO.
       01  BkGenIdx                PIC 9(04)    VALUE ZERO.
       01  BkGenFoundIdx           PIC 9(03)    VALUE ZERO.
       01  BkLookupGen             PIC 9(05)    VALUE ZERO.
       01  BkLastDate              PIC 9(08)    VALUE ZERO.
       01  BkLastWeek              PIC 9(08)    VALUE ZERO.
       01  BkLastMonth             PIC 9(06)    VALUE ZERO.
       01  BkWeekNum               PIC 9(08)    VALUE ZERO.
       01  BkDayCount              PIC 9(03)    VALUE ZERO.
       01  BkWeekCount             PIC 9(03)    VALUE ZERO.
       01  BkMonthCount            PIC 9(03)    VALUE ZERO.
       01  BkPurgedGens            PIC 9(05)    VALUE ZERO.
       01  BkPurgedFiles           PIC 9(05)    VALUE ZERO.
       01  BkDeleteRc              PIC S9(04)   VALUE ZERO.
       01  BkFileInfo              PIC X(16).
       01  BkKeptGens              PIC 9(05)    VALUE ZERO.
       01  BkLogKeep               PIC X        VALUE 'Y'.
       01  BkLogCopyFail           PIC X        VALUE 'N'.
       01  BkRptGenPrev            PIC 9(05)    VALUE ZERO.
       01  BkRptGenFails           PIC 9(03)    VALUE ZERO.
       01  BkRptGenCount           PIC 9(05)    VALUE ZERO.
       01  BkRptFileCount          PIC 9(05)    VALUE ZERO.
       01  BkRptLineOut            PIC X(80)    VALUE SPACES.
       01  BkRptDetail.
           05   FILLER             PIC X(04)    VALUE SPACE.
           05   BkRdTag            PIC X(10).
           05   FILLER             PIC X(01)    VALUE SPACE.
           05   BkRdName           PIC X(32).
           05   BkRdSrc            PIC ZZZZZZ9.
           05   FILLER             PIC X(01)    VALUE SPACE.
           05   BkRdBak            PIC ZZZZZZ9.
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   BkRdResult         PIC X(04).
       01  RcyOpen                 PIC X        VALUE 'N'.
       01  RcyNextSeq              PIC 9(03)    VALUE ZERO.
       01  RcyNowDate              PIC 9(08).
       01  RcyNowTime              PIC 9(08).
       01  RcyHold                 PIC X(290).
       01  RcyHoldType             PIC X.
       01  RcyLinkDone             PIC X        VALUE 'N'.
       01  RcyChoice               PIC X.
       01  RcyListCount            PIC 9(05)    VALUE ZERO.
       01  EndOfRecycle            PIC X        VALUE 'N'.
       01  RcyDramaView.
           05   RvTitle            PIC X(50).
           05   RvStatus           PIC X(15).
           05   RvEpisode          PIC 9(04).
           05   RvTotal            PIC 9(04).
           05   RvGenre            PIC X(15).
           05   RvRating           PIC 9(01).
       01  RcyWantTitle            PIC X(50).
       01  RcyRestoreAction        PIC X(10).
       01  RcyFound                PIC X        VALUE 'N'.
       01  RcyFoundStamp           PIC X(14).
       01  RcyRestored             PIC X        VALUE 'N'.
       01  RcyOnList               PIC X        VALUE 'N'.
       01  RcyRestoreCount         PIC 9(03)    VALUE ZERO.
       01  RcySkipCount            PIC 9(03)    VALUE ZERO.
       01  RcyDaysTxt              PIC X(04).
       01  RcyKeepDays             PIC 9(04)    VALUE 30.
       01  RcyPurgeCount           PIC 9(04)    VALUE ZERO.
       01  RcyPurgeTitles          PIC 9(04)    VALUE ZERO.
       01  UndoTitle               PIC X(50).
       01  UndoFound               PIC X        VALUE 'N'.
       01  UndoLater               PIC X        VALUE 'N'.
       01  UndoLaterAction         PIC X(10).
       01  UndoAction              PIC X(10).
       01  UndoOldStatus           PIC X(15).
       01  UndoNewStatus           PIC X(15).
       01  UndoOldEpTxt            PIC X(04).
       01  UndoNewEpTxt            PIC X(04).
       01  UndoOldEp               PIC 9(04).
       01  UndoNewEp               PIC 9(04).
       01  UndoProfile             PIC X(10).
       01  UndoSaveProfile         PIC X(10).
       01  UndoMatch               PIC X        VALUE 'N'.
       01  UndoActive              PIC X        VALUE 'N'.
       01  AlertFileName           PIC X(40).
       01  AlrtProfile             PIC X(10).
       01  AlrtStateOpen           PIC X        VALUE 'N'.
       01  AlrtStateNew            PIC X        VALUE 'N'.
       01  AlrtStateFound          PIC X        VALUE 'N'.
       01  AlrtWritten             PIC X        VALUE 'N'.
       01  AlrtBaseEp              PIC 9(04)    VALUE ZERO.
       01  AlrtCount               PIC 9(03)    VALUE ZERO.
       01  AlrtIdx                 PIC 9(03)    VALUE ZERO.
       01  AlrtWatcherCount        PIC 9(03)    VALUE ZERO.
       01  AlrtTotalCount          PIC 9(05)    VALUE ZERO.
       01  AlrtLineOut             PIC X(80)    VALUE SPACES.
       01  AlrtTable.
           05   AlrtEntry OCCURS 200 TIMES.
               10   AlrtTitle      PIC X(50).
               10   AlrtAired      PIC 9(04).
               10   AlrtUnwatched  PIC 9(04).
               10   AlrtNextDate   PIC 9(08).
       01  CastChoice              PIC X.
       01  CastSearchTitle         PIC X(50).
       01  CastInPerson            PIC X(40).
       01  CastRoleInput           PIC X(10).
       01  CastRoleUpper           PIC X(10).
       01  CastRoleCanon           PIC X(10).
       01  CastRoleValid           PIC X        VALUE 'N'.
       01  CastWalkDone            PIC X        VALUE 'N'.
       01  CastListCount           PIC 9(03)    VALUE ZERO.
       01  CastBoosted             PIC X        VALUE 'N'.
       01  CastEntryTxt            PIC X(60).
       01  CsvCastOpen             PIC X        VALUE 'N'.
       01  CsvCastTxt              PIC X(300).
       01  CsvCastPtr              PIC 9(03)    VALUE ZERO.
       01  CsvLinePtr              PIC 9(03)    VALUE ZERO.
       01  ImportCastTxt           PIC X(300).
       01  ImportCastCount         PIC 9(05)    VALUE ZERO.
       01  SearchCastOpen          PIC X        VALUE 'N'.
       01  SearchCastHit           PIC X(40).
       01  SearchCastRole          PIC X(10).
       01  SyncCastOpen            PIC X        VALUE 'N'.
       01  SyncCastRec             PIC X(100).
       01  IntOrphanCast           PIC 9(05)    VALUE ZERO.
       01  RecCastOpen             PIC X        VALUE 'N'.
       01  CpDramaOpen             PIC X        VALUE 'N'.
       01  CpArcOpen               PIC X        VALUE 'N'.
       01  CpLookTitle             PIC X(50).
       01  CpLookFound             PIC X        VALUE 'N'.
       01  CpLookStatus            PIC X(15).
       01  CpLookRating            PIC 9.
       01  CpLookName              PIC X(40).
       01  CpPrevTitle             PIC X(50).
       01  CpPrevPerson            PIC X(40).
       01  CpCount                 PIC 9(03)    VALUE ZERO.
       01  CpIdx                   PIC 9(03)    VALUE ZERO.
       01  CpFoundIdx              PIC 9(03)    VALUE ZERO.
       01  CpTable.
           05   CpEntry OCCURS 300 TIMES.
               10   CpName         PIC X(40).
               10   CpTitles       PIC 9(04).
               10   CpStarted      PIC 9(04).
               10   CpWatched      PIC 9(04).
               10   CpRatingSum    PIC 9(05).
               10   CpAvg          PIC 9V99.
               10   CpPct          PIC 9(03).
               10   CpTop          PIC X.
               10   CpRanked       PIC X.
       01  CrRank                  PIC 9(03)    VALUE ZERO.
       01  CrRankDone              PIC X        VALUE 'N'.
       01  CrUnrated               PIC 9(05)    VALUE ZERO.
       01  CrWatchCount            PIC 9(05)    VALUE ZERO.
       01  CrLastTitle             PIC X(50).
       01  CrLineOut               PIC X(80)    VALUE SPACES.
       01  CrDetail.
           05   CrdRank            PIC ZZ9.
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   CrdName            PIC X(40).
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   CrdTitles          PIC ZZZ9.
           05   FILLER             PIC X(04)    VALUE SPACE.
           05   CrdAvg             PIC 9.99.
           05   FILLER             PIC X(05)    VALUE SPACE.
           05   CrdPct             PIC ZZ9.
           05   FILLER             PIC X(01)    VALUE '%'.
       01  YrYearTxt               PIC X(04).
       01  YrYear                  PIC 9(04)    VALUE ZERO.
       01  YrPrevYear              PIC 9(04)    VALUE ZERO.
       01  YrProfArg               PIC X(10).
       01  YrProfUpper             PIC X(10).
       01  YrProfile               PIC X(10).
       01  YrAllProf               PIC X        VALUE 'Y'.
       01  YrOk                    PIC X        VALUE 'Y'.
       01  YrRptName               PIC X(40).
       01  YrDrmOpen               PIC X        VALUE 'N'.
       01  YrArcOpen               PIC X        VALUE 'N'.
       01  YrProfOpen              PIC X        VALUE 'N'.
       01  YrEntryDate             PIC 9(08).
       01  YrEntryDateR REDEFINES YrEntryDate.
           05  YrEntryYear         PIC 9(04).
           05  YrEntryMonth        PIC 9(02).
           05  YrEntryDay          PIC 9(02).
       01  YrEntryProf             PIC X(10).
       01  YrSlot                  PIC 9        VALUE ZERO.
       01  YrIdx                   PIC 9(03)    VALUE ZERO.
       01  YrFoundIdx              PIC 9(03)    VALUE ZERO.
       01  YrDayIdx                PIC 9(03)    VALUE ZERO.
       01  YrRun                   PIC 9(03)    VALUE ZERO.
       01  YrRunStart              PIC 9(03)    VALUE ZERO.
       01  YrPick                  PIC 9        VALUE ZERO.
       01  YrPickDone              PIC X        VALUE 'N'.
       01  YrLookKey               PIC X(50).
       01  YrLookTitle             PIC X(50).
       01  YrLookFound             PIC X        VALUE 'N'.
       01  YrLookGenre             PIC X(15).
       01  YrLookRating            PIC 9        VALUE ZERO.
       01  YrMaxRating             PIC 9        VALUE ZERO.
       01  YrMinRating             PIC 9        VALUE ZERO.
       01  YrListRating            PIC 9        VALUE ZERO.
       01  YrCmpThis               PIC 9(05)    VALUE ZERO.
       01  YrCmpPrev               PIC 9(05)    VALUE ZERO.
       01  YrLineOut               PIC X(80)    VALUE SPACES.
       01  YrBaseTable.
           05   YrBaseDayNum OCCURS 2 TIMES PIC 9(08).
       01  YrMonthNames            PIC X(36)    VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  YrMonthNameTable REDEFINES YrMonthNames.
           05  YrMonthName OCCURS 12 TIMES PIC X(03).
       01  YrMonthEpsTable.
           05   YrMonthEps OCCURS 12 TIMES PIC 9(05).
       01  YrStatsTable.
           05   YrStats OCCURS 2 TIMES.
               10   YrEps          PIC 9(05).
               10   YrStarted      PIC 9(05).
               10   YrFinished     PIC 9(05).
               10   YrDropped      PIC 9(05).
               10   YrHeld         PIC 9(05).
               10   YrActiveDays   PIC 9(03).
               10   YrStreak       PIC 9(03).
               10   YrStreakFrom   PIC 9(08).
               10   YrStreakTo     PIC 9(08).
       01  YrDayTable.
           05   YrDaySlot OCCURS 2 TIMES.
               10   YrDayDate OCCURS 366 TIMES PIC 9(08).
       01  YrGenreCount            PIC 9(02)    VALUE ZERO.
       01  YrGenreTable.
           05   YrGenre OCCURS 50 TIMES.
               10   YrGenreName    PIC X(15).
               10   YrGenreEps     PIC 9(05).
               10   YrGenreDone    PIC X.
       01  YrReasonCount           PIC 9(02)    VALUE ZERO.
       01  YrReasonTable.
           05   YrReason OCCURS 50 TIMES.
               10   YrReasonText   PIC X(40).
               10   YrReasonTally  PIC 9(04).
       01  YrFinCount              PIC 9(03)    VALUE ZERO.
       01  YrFinTable.
           05   YrFin OCCURS 200 TIMES.
               10   YrFinTitle     PIC X(50).
               10   YrFinKnown     PIC X.
               10   YrFinRating    PIC 9.
       01  YrCmpDetail.
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   YrcLabel           PIC X(16).
           05   YrcThis            PIC ZZZZ9.
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   YrcPrev            PIC ZZZZ9.
           05   FILLER             PIC X(02)    VALUE SPACE.
           05   YrcChange          PIC +++++9.


       SCREEN SECTION.
           05  LINE 17 COL 2 PIC X(70) FROM PanelRow15.
           05  LINE 18 COL 2 PIC X(70) FROM PanelFoot.
           05  LINE 19 COL 2 VALUE 'V=VIEW E=EDIT U=STATUS N=NOTES S
      -        '=SCHEDULE C=CAST A=ADD D=DELETE'.
           05  LINE 20 COL 2 VALUE 'F=PAGE FORWARD B=PAGE BACK X=EXI
      -        'T'.
           05  LINE 21 COL 2 VALUE 'ROW:'.
           05  LINE 12 COL 19 PIC X(15) USING FormGenre.
           05  LINE 14 COL 2 VALUE 'RATING (1-5):'.
           05  LINE 14 COL 19 PIC 9(01) USING FormRating.
           05  LINE 15 COL 2 VALUE 'SERVICE:'.
           05  LINE 15 COL 19 PIC X(20) USING FormService.
           05  LINE 15 COL 42 VALUE 'LEAVES ON:'.
           05  LINE 15 COL 53 PIC 9(08) USING FormLeaveDate.
           05  LINE 16 COL 2 PIC X(60) FROM FormMsg.
           05  LINE 18 COL 2 VALUE 'LEAVE STATUS BLANK (OR TITLE BLA
      -        'NK WHEN ADDING) TO CANCEL.'.
               DISPLAY 'Signed in as ' CurrentProfile
           END-IF

           PERFORM UNTIL UserChoice = 33
               DISPLAY 'DRAMA LIST'
               DISPLAY '1. ADD DRAMA'
               DISPLAY '2. READ DRAMA'
               DISPLAY '22. FULL SCREEN CATALOG'
               DISPLAY '23. SYNC PACK EXPORT'
               DISPLAY '24. SYNC PACK IMPORT'
               DISPLAY '25. LIFECYCLE REPORT'
               DISPLAY '26. FINISH FORECAST'
               DISPLAY '27. STREAMING SERVICES'
               DISPLAY '28. SERIES LINKS'
               DISPLAY '29. BACKUP GENERATIONS'
               DISPLAY '30. RECYCLE BIN AND UNDO'
               DISPLAY '31. CAST AND CREW'
               DISPLAY '32. YEAR IN REVIEW'
               DISPLAY '33. EXIT'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT UserChoice

                   WHEN 24
                       PERFORM SyncImportPack
                   WHEN 25
                       PERFORM LifecycleReport
                   WHEN 26
                       PERFORM ForecastReport
                   WHEN 27
                       PERFORM PlatformMenu
                   WHEN 28
                       PERFORM LinkMenu
                   WHEN 29
                       PERFORM BackupMenu
                   WHEN 30
                       PERFORM RecycleMenu
                   WHEN 31
                       PERFORM CastMenu
                   WHEN 32
                       PERFORM YearReview
                   WHEN 33
                       DISPLAY 'Exiting program.'
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
                           PERFORM CaptureLifecycleEvent
                       END-IF
                       DISPLAY 'Drama added successfully.'
                       PERFORM PromptForPlatform
               END-WRITE

               CLOSE DramaFile
                           PERFORM CaptureLifecycleEvent
                       END-IF
                       DISPLAY 'Drama added successfully.'
                       PERFORM PromptForPlatform
               END-WRITE

               CLOSE DramaFile
           END-EVALUATE.

       CaptureLifecycleEvent.
           IF LifeReasonPreset NOT = 'Y'
               DISPLAY 'Reason for ' LifeStatus ': ' NO ADVANCING
               ACCEPT LifeReason
           END-IF
           ACCEPT LifeDate FROM DATE YYYYMMDD
           MOVE SPACES TO LifeLineOut
           STRING LifeDate DELIMITED BY SIZE
       ExportDramasToCsv.
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'N' TO CsvCastOpen
               OPEN INPUT CastFile
               IF FileStatus = '00'
                   MOVE 'Y' TO CsvCastOpen
               END-IF
               OPEN OUTPUT CsvFile
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM BuildCsvCastList
                           MOVE 1 TO CsvLinePtr
                           STRING DramaTitle DELIMITED BY '  '
                               ',' DELIMITED BY SIZE
                               WatchedStatus DELIMITED BY '  '
                               ',' DELIMITED BY SIZE
                               DramaRating DELIMITED BY SIZE
                               INTO CsvLineOut
                               WITH POINTER CsvLinePtr
                           IF CsvCastTxt NOT = SPACES
                               STRING ',' DELIMITED BY SIZE
                                   CsvCastTxt DELIMITED BY '  '
                                   INTO CsvLineOut
                                   WITH POINTER CsvLinePtr
                           END-IF
                           WRITE CsvLine FROM CsvLineOut
                           MOVE SPACES TO CsvLineOut
               END-READ
               END-PERFORM
               CLOSE CsvFile
               IF CsvCastOpen = 'Y'
                   CLOSE CastFile
                   MOVE 'N' TO CsvCastOpen
               END-IF
               DISPLAY 'Drama list exported to dramalist.csv'
           ELSE
               MOVE 'Y' TO BatchOpFailed
       UpdateStatusBody.
           PERFORM AcquireLock
           IF LockDenied = 'N'
               MOVE 'N' TO NextPending
               IF CurrentProfile = SPACES
                   PERFORM UpdateSharedStatus
               ELSE
                   PERFORM UpdateProfileStatus
               END-IF
               IF NextPending = 'Y'
                   PERFORM OfferNextSeason
               END-IF
               PERFORM ReleaseLock
           END-IF.

                           DISPLAY 'ERROR: Could not update drama, file 
      -                    'status ' FileStatus
                       NOT INVALID KEY
                           PERFORM AuditSharedUpdate
                           IF DropSchedFlag = 'Y'
                               PERFORM DropScheduleEntry
                           END-IF
               END-READ
           CLOSE DramaFile.

       AuditSharedUpdate.
           MOVE DramaTitle TO AuditTitle
           MOVE OldWatchedStatus TO AuditOldStatus
           MOVE WatchedStatus TO AuditNewStatus
           MOVE OldCurrentEpisode TO AuditOldEpisode
           MOVE CurrentEpisode TO AuditNewEpisode
           MOVE 'UPDATE' TO AuditAction
           PERFORM WriteAuditRecord
           IF WatchedStatus NOT = OldWatchedStatus
               AND (WatchedStatus = 'Dropped'
               OR WatchedStatus = 'On Hold')
               MOVE DramaTitle TO LifeTitle
               MOVE WatchedStatus TO LifeStatus
               PERFORM CaptureLifecycleEvent
           END-IF
           IF WatchedStatus = 'Watched'
               AND OldWatchedStatus NOT = 'Watched'
               PERFORM NoteSeasonFinished
           END-IF
           IF CurrentEpisode > OldCurrentEpisode
               MOVE DramaTitle TO DiaryTitle
               COMPUTE DiaryFromEp = OldCurrentEpisode + 1
               MOVE CurrentEpisode TO DiaryToEp
               PERFORM LogWatchedEpisodes
           END-IF.

       UpdateProfileStatus.
           OPEN INPUT DramaFile
           IF FileStatus NOT = '00'
               MOVE EffStatus TO LifeStatus
               PERFORM CaptureLifecycleEvent
           END-IF
           IF EffStatus = 'Watched' AND OldEffStatus NOT = 'Watched'
               PERFORM NoteSeasonFinished
           END-IF
           IF EffEpisode > OldEffEpisode
               MOVE DramaTitle TO DiaryTitle
               COMPUTE DiaryFromEp = OldEffEpisode + 1
       DeleteDramaBody.
           PERFORM AcquireLock
           IF LockDenied = 'N'
               PERFORM DeleteDramaLocked
               PERFORM ReleaseLock
           END-IF.

       DeleteDramaLocked.
           MOVE SPACES TO DeleteOutcome
           PERFORM BackupDramaFile
           IF BackupOk NOT = 'Y'
               MOVE 'Backup could not be written' TO DeleteOutcome
               DISPLAY 'Aborting delete: the backup copy could not be '
                   'written, so your data file is untouched.'
           ELSE
               OPEN I-O DramaFile
               MOVE WS-DramaTitle TO DramaTitle

               READ DramaFile
                   INVALID KEY
                       MOVE 'Title not on the list' TO DeleteOutcome
                       DISPLAY 'Drama not found.'
                   NOT INVALID KEY
                       DISPLAY 'Deleting Drama: '
                       DISPLAY 'Title: ' DramaTitle
                       DISPLAY 'Status: ' WatchedStatus
                       MOVE DramaTitle TO DeletedTitle
                       MOVE WatchedStatus TO DeletedStatus
                       MOVE CurrentEpisode TO DeletedEpisode
                       MOVE DramaRecord TO RcyHold
                       DELETE DramaFile
                           INVALID KEY
                               MOVE SPACES TO DeleteOutcome
                               STRING 'File delete failed, status '
                                   DELIMITED BY SIZE
                                   FileStatus DELIMITED BY SIZE
                                   INTO DeleteOutcome
                               DISPLAY 'ERROR: Could not delete record,'
                                   ' file status ' FileStatus
                           NOT INVALID KEY
                               PERFORM OpenRecycleBin
                               MOVE 'D' TO RcyHoldType
                               PERFORM BinHeldRecord
                               MOVE DeletedTitle TO AuditTitle
                               MOVE DeletedStatus TO AuditOldStatus
                               MOVE SPACES TO AuditNewStatus
                               MOVE DeletedEpisode TO AuditOldEpisode
                               MOVE ZERO TO AuditNewEpisode
                               IF UndoActive = 'Y'
                                   MOVE 'UNDO' TO AuditAction
                               ELSE
                                   MOVE 'DELETE' TO AuditAction
                               END-IF
                               PERFORM WriteAuditRecord
                               PERFORM DeleteNotesForTitle
                               PERFORM DeleteProfileEntriesForTitle
                               PERFORM DeletePlatformForTitle
                               PERFORM DeleteScheduleForTitle
                               PERFORM DeleteLinksForTitle
                               PERFORM DeleteCastForTitle
                               PERFORM CloseRecycleBin
                               DISPLAY 'Drama deleted successfully.'
                       END-DELETE
               END-READ
               CLOSE DramaFile
           END-IF.

       AcquireLock.

       BackupDramaFile.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT BkTimeNow FROM TIME
           MOVE 'Y' TO BackupOk
           MOVE ZERO TO BkFileCount
           MOVE ZERO TO BkFailCount
           PERFORM FindNextBackupGen
           OPEN I-O BackupCatFile
           IF FileStatus = '35'
               OPEN OUTPUT BackupCatFile
           END-IF
           IF FileStatus NOT = '00'
               MOVE 'N' TO BackupOk
               DISPLAY 'ERROR: Could not open the backup catalog, file '
                   'status ' FileStatus
           ELSE
               MOVE 'drama' TO BkTag
               PERFORM BackupOneDataFile
               IF BkSrcFound = 'N'
                   MOVE 'N' TO BackupOk
                   DISPLAY 'ERROR: Could not read drama list for backup'
                       ', file status ' FileStatus
               ELSE
                   MOVE BkName TO BackupFileName
                   PERFORM LogBackupFileName
                   MOVE 'notes' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'schedule' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'profiles' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'watchers' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'archive' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'audit' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'diary' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'lifecycle' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'platform' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'services' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'links' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'recycle' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'alertstate' TO BkTag
                   PERFORM BackupOneDataFile
                   MOVE 'cast' TO BkTag
                   PERFORM BackupOneDataFile
               END-IF
               CLOSE BackupCatFile
               IF BkFailCount > ZERO
                   MOVE 'N' TO BackupOk
               END-IF
               IF BackupOk = 'Y'
                   DISPLAY 'Backup generation ' BkGen ' written: '
                       BkFileCount ' file(s), all verified.'
               ELSE
                   DISPLAY 'Backup generation ' BkGen ' is incomplete: '
                       BkFailCount ' file(s) failed verification.'
               END-IF
           END-IF.

       DeleteNotesForTitle.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NoteRecord TO RcyHold
                       DELETE NotesFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO RcyHoldType
                               PERFORM BinHeldRecord
                               DISPLAY 'Notes for ' DeletedTitle
                                   ' deleted with the drama.'
                       END-DELETE
                   MOVE ZERO TO ImportedCount
                   MOVE ZERO TO RejectedCount
                   MOVE ZERO TO ImportLineCount
                   MOVE ZERO TO ImportCastCount
                   MOVE 'N' TO EndOfImport
                   PERFORM UNTIL EndOfImport = 'Y'
                       READ ImportFile
                   CLOSE ImportFile
                   DISPLAY ImportedCount ' row(s) imported, '
                       RejectedCount ' row(s) rejected.'
                   IF ImportCastCount > ZERO
                       DISPLAY ImportCastCount ' cast and crew '
                           'entr(y/ies) imported.'
                   END-IF
                   IF RejectedCount > ZERO
                       DISPLAY 'Rejected rows written to dramalist_imp
      -                    'ort.err with reasons.'
           MOVE SPACES TO ImportTotalTxt
           MOVE SPACES TO ImportGenreTxt
           MOVE SPACES TO ImportRatingTxt
           MOVE SPACES TO ImportCastTxt
           MOVE SPACES TO ImportReason
           UNSTRING ImportLine DELIMITED BY ','
               INTO ImportTitle ImportStatusTxt ImportEpisodeTxt
                   ImportTotalTxt ImportGenreTxt ImportRatingTxt
                   ImportCastTxt
           END-UNSTRING

           MOVE ImportTitle TO ImportTrimTxt
                           IF ImportReason = SPACES
                               PERFORM WriteImportedDrama
                           END-IF
                           IF ImportReason = SPACES
                                   AND ImportCastTxt NOT = SPACES
                               PERFORM ImportCsvCastList
                           END-IF
                       END-IF
                   END-IF
               END-IF
       ExecuteBatchCommand.
           MOVE SPACES TO BatchOp
           MOVE SPACES TO BatchArg
           MOVE SPACES TO BatchArg2
           UNSTRING BatchCmdLine DELIMITED BY ALL ' '
               INTO BatchOp BatchArg BatchArg2
           END-UNSTRING
           INSPECT BatchOp CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
                       PERFORM LogBatchCommandResult
                   WHEN 'ROLL-SCHEDULE'
                       PERFORM RollForwardSchedules
                       IF BatchOpFailed = 'N'
                           PERFORM AlertDigestBody
                       END-IF
                       PERFORM LogBatchCommandResult
                   WHEN 'ALERT-DIGEST'
                       PERFORM AlertDigestBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-DIARY'
                       PERFORM DiaryReport
                   WHEN 'PROFILE'
                       MOVE BatchArg TO CurrentProfile
                       PERFORM LogBatchCommandResult
                   WHEN 'APPLY-TXN'
                       IF BatchArg = SPACES
                           MOVE 'dramalist_txn.dat' TO TxnFileName
                       ELSE
                           MOVE BatchArg TO TxnFileName
                       END-IF
                       PERFORM ApplyTransactionFile
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-LIFECYCLE'
                       MOVE BatchArg TO LifeLimitTxt
                       PERFORM SetLifeLimit
                       PERFORM LifecycleReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-FORECAST'
                       MOVE 'Y' TO FcAllProfiles
                       PERFORM ForecastReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-SUBSCRIPTIONS'
                       MOVE BatchArg TO SubMonthsTxt
                       PERFORM SetSubMonths
                       PERFORM SubscriptionReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-FRANCHISE'
                       PERFORM FranchiseReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'BACKUP'
                       PERFORM BackupDramaFile
                       IF BackupOk NOT = 'Y'
                           MOVE 'Y' TO BatchOpFailed
                       END-IF
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-BACKUPS'
                       PERFORM BackupReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'PURGE-BACKUPS'
                       MOVE SPACES TO BkArgDaily BkArgWeekly
                           BkArgMonthly
                       UNSTRING BatchArg DELIMITED BY ','
                           INTO BkArgDaily BkArgWeekly BkArgMonthly
                       PERFORM SetPurgeRetention
                       PERFORM PurgeBackupsBody
                       PERFORM LogBatchCommandResult
                   WHEN 'PURGE-RECYCLE'
                       MOVE BatchArg TO RcyDaysTxt
                       PERFORM SetRecycleDays
                       PERFORM PurgeRecycleBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-CAST'
                       PERFORM CastReportBody
                       PERFORM LogBatchCommandResult
                   WHEN 'REPORT-YEAR'
                       MOVE BatchArg TO YrYearTxt
                       MOVE BatchArg2 TO YrProfArg
                       IF BatchArg2 = SPACES
                               AND BatchArg(1:1) IS NOT NUMERIC
                           MOVE BatchArg TO YrProfArg
                           MOVE SPACES TO YrYearTxt
                       END-IF
                       IF YrProfArg = SPACES
                           MOVE 'ALL' TO YrProfArg
                       END-IF
                       PERFORM YearReviewBody
                       PERFORM LogBatchCommandResult
                   WHEN OTHER
                       MOVE SPACES TO BatchLogMsg
                       STRING 'UNKNOWN OPERATION: ' DELIMITED BY SIZE
       WriteBatchLog.
           WRITE BatchLogLine FROM BatchLogMsg.

       ApplyTransactionFile.
           OPEN INPUT TxnFile
           IF FileStatus NOT = '00'
               MOVE SPACES TO BatchLogMsg
               STRING 'COULD NOT OPEN TRANSACTION FILE '
                   DELIMITED BY SIZE
                   TxnFileName DELIMITED BY '  '
                   INTO BatchLogMsg
               PERFORM WriteBatchLog
               MOVE 'Y' TO BatchOpFailed
           ELSE
               OPEN OUTPUT TxnRejectFile
               MOVE ZERO TO TxnLineCount
               MOVE ZERO TO TxnAppliedCount
               MOVE ZERO TO TxnRejectedCount
               MOVE CurrentProfile TO TxnSaveProfile
               PERFORM LoadWatcherTable
               MOVE 'N' TO EndOfTxn
               PERFORM UNTIL EndOfTxn = 'Y'
                   READ TxnFile
                       AT END
                           MOVE 'Y' TO EndOfTxn
                       NOT AT END
                           PERFORM ApplyOneTransaction
                   END-READ
               END-PERFORM
               MOVE TxnSaveProfile TO CurrentProfile
               CLOSE TxnRejectFile
               CLOSE TxnFile
               MOVE SPACES TO BatchLogMsg
               STRING 'TRANSACTIONS: ' DELIMITED BY SIZE
                   TxnAppliedCount DELIMITED BY SIZE
                   ' APPLIED, ' DELIMITED BY SIZE
                   TxnRejectedCount DELIMITED BY SIZE
                   ' REJECTED TO dramalist_txn.rej' DELIMITED BY SIZE
                   INTO BatchLogMsg
               PERFORM WriteBatchLog
               IF TxnRejectedCount > ZERO AND BatchRc < 4
                   MOVE 4 TO BatchRc
               END-IF
           END-IF.

       ApplyOneTransaction.
           ADD 1 TO TxnLineCount
           MOVE SPACES TO TxnAction
           MOVE SPACES TO TxnTitle
           MOVE SPACES TO TxnProfile
           MOVE SPACES TO TxnField1
           MOVE SPACES TO TxnField2
           MOVE SPACES TO TxnField3
           MOVE SPACES TO TxnField4
           MOVE SPACES TO TxnField5
           MOVE SPACES TO TxnField6
           MOVE SPACES TO TxnField7
           MOVE SPACES TO TxnField8
           MOVE SPACES TO TxnReason
           MOVE SPACES TO TxnLifeReason
           UNSTRING TxnLine DELIMITED BY ','
               INTO TxnAction TxnTitle TxnProfile TxnField1 TxnField2
                   TxnField3 TxnField4 TxnField5 TxnField6
                   TxnField7 TxnField8
           END-UNSTRING

           MOVE TxnAction TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO TxnAction
           INSPECT TxnAction CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TxnTitle TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO TxnTitle
           MOVE TxnProfile TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO TxnProfile

           IF TxnAction = SPACES OR TxnAction(1:1) = '*'
               CONTINUE
           ELSE
               IF TxnTitle = SPACES
                   MOVE 'Title is blank' TO TxnReason
               END-IF
               IF TxnReason = SPACES AND TxnProfile NOT = SPACES
                   MOVE 'N' TO WatcherFound
                   PERFORM VARYING WatcherIdx FROM 1 BY 1
                           UNTIL WatcherIdx > WatcherCount
                       IF WatcherName(WatcherIdx) = TxnProfile
                           MOVE 'Y' TO WatcherFound
                       END-IF
                   END-PERFORM
                   IF WatcherFound = 'N'
                       MOVE 'Profile is not registered' TO TxnReason
                   END-IF
               END-IF
               IF TxnReason = SPACES
                   MOVE TxnProfile TO CurrentProfile
                   MOVE 'N' TO TxnSetEpFlag
                   MOVE 'N' TO TxnSetStatusFlag
                   MOVE 'N' TO TxnSetRatingFlag
                   MOVE 'N' TO NextPending
                   EVALUATE TxnAction
                       WHEN 'ADD'
                           PERFORM TxnAdd
                       WHEN 'SET-EPISODE'
                           PERFORM TxnSetEpisode
                       WHEN 'SET-STATUS'
                           PERFORM TxnSetStatus
                       WHEN 'SET-RATING'
                           PERFORM TxnSetRating
                       WHEN 'SET-SERVICE'
                           PERFORM TxnSetService
                       WHEN 'DELETE'
                           PERFORM TxnDelete
                       WHEN OTHER
                           MOVE 'Unknown transaction type'
                               TO TxnReason
                   END-EVALUATE
                   MOVE 'N' TO LifeReasonPreset
                   IF NextPending = 'Y' AND TxnReason = SPACES
                       PERFORM LogNextSeason
                   END-IF
                   MOVE TxnSaveProfile TO CurrentProfile
               END-IF
               IF TxnReason = SPACES
                   ADD 1 TO TxnAppliedCount
               ELSE
                   ADD 1 TO TxnRejectedCount
                   MOVE SPACES TO TxnRejectOut
                   STRING TxnLine DELIMITED BY '  '
                       ',' DELIMITED BY SIZE
                       TxnReason DELIMITED BY '  '
                       INTO TxnRejectOut
                   WRITE TxnRejectLine FROM TxnRejectOut
               END-IF
           END-IF.

       TxnAdd.
           MOVE TxnTitle TO NewDramaTitle
           PERFORM CheckDuplicateTitle
           IF DuplicateFound = 'Y'
               MOVE 'Duplicate title' TO TxnReason
           END-IF
           IF TxnReason = SPACES
               MOVE TxnField1 TO StatusInput
               PERFORM ValidateStatusText
               IF StatusValid = 'N'
                   MOVE 'Invalid status value' TO TxnReason
               ELSE
                   MOVE StatusCanon TO TxnNewStatus
               END-IF
           END-IF
           IF TxnReason = SPACES
               MOVE TxnField2 TO TxnNumIn
               PERFORM TxnConvertNumber
               IF ImportNumOk = 'N'
                   MOVE 'Current episode is not numeric' TO TxnReason
               ELSE
                   MOVE ImportNumValue TO TxnNewEpisode
               END-IF
           END-IF
           IF TxnReason = SPACES
               MOVE TxnField3 TO TxnNumIn
               PERFORM TxnConvertNumber
               IF ImportNumOk = 'N'
                   MOVE 'Total episodes is not numeric' TO TxnReason
               ELSE
                   MOVE ImportNumValue TO TxnNewTotal
               END-IF
           END-IF
           IF TxnReason = SPACES
               IF TxnNewTotal > ZERO AND TxnNewEpisode > TxnNewTotal
                   MOVE 'Episode is past the total episodes'
                       TO TxnReason
               END-IF
           END-IF
           IF TxnReason = SPACES
               MOVE TxnField5 TO TxnNumIn
               PERFORM TxnConvertNumber
               IF ImportNumOk = 'N' OR ImportNumValue < 1
                       OR ImportNumValue > 5
                   MOVE 'Rating must be between 1 and 5' TO TxnReason
               ELSE
                   MOVE ImportNumValue TO TxnNewRating
               END-IF
           END-IF
           IF TxnReason = SPACES
               PERFORM TxnCheckPlatform
           END-IF
           IF TxnReason = SPACES
               MOVE TxnField4 TO ImportTrimTxt
               PERFORM StripImportField
               MOVE ImportTrimTxt TO TxnField4
               MOVE TxnField6 TO TxnLifeReason
               PERFORM TxnWriteDrama
           END-IF.

       TxnWriteDrama.
           OPEN I-O DramaFile
           IF FileStatus = '35'
               OPEN OUTPUT DramaFile
           END-IF
           MOVE TxnTitle TO DramaTitle
           MOVE TxnNewStatus TO WatchedStatus
           MOVE TxnNewEpisode TO CurrentEpisode
           MOVE TxnNewTotal TO TotalEpisodes
           MOVE TxnField4 TO DramaGenre
           MOVE TxnNewRating TO DramaRating
           WRITE DramaRecord
               INVALID KEY
                   MOVE SPACES TO TxnReason
                   STRING 'File write failed, status '
                       DELIMITED BY SIZE
                       FileStatus DELIMITED BY SIZE
                       INTO TxnReason
               NOT INVALID KEY
                   MOVE DramaTitle TO AuditTitle
                   MOVE SPACES TO AuditOldStatus
                   MOVE WatchedStatus TO AuditNewStatus
                   MOVE ZERO TO AuditOldEpisode
                   MOVE CurrentEpisode TO AuditNewEpisode
                   MOVE 'ADD' TO AuditAction
                   PERFORM WriteAuditRecord
                   IF WatchedStatus = 'Dropped'
                           OR WatchedStatus = 'On Hold'
                       MOVE DramaTitle TO LifeTitle
                       MOVE WatchedStatus TO LifeStatus
                       MOVE TxnLifeReason TO LifeReason
                       MOVE 'Y' TO LifeReasonPreset
                       PERFORM CaptureLifecycleEvent
                   END-IF
                   IF WatchedStatus = 'Watched'
                       PERFORM NoteSeasonFinished
                   END-IF
                   IF PlatInService NOT = SPACES
                       MOVE DramaTitle TO PlatInTitle
                       PERFORM SavePlatformEntry
                   END-IF
           END-WRITE
           CLOSE DramaFile.

       TxnSetEpisode.
           MOVE TxnField1 TO TxnNumIn
           PERFORM TxnConvertNumber
           IF ImportNumOk = 'N' OR TxnField1 = SPACES
               MOVE 'Episode is not numeric' TO TxnReason
           ELSE
               MOVE ImportNumValue TO TxnNewEpisode
               MOVE 'Y' TO TxnSetEpFlag
               PERFORM TxnApplyChange
           END-IF.

       TxnSetStatus.
           MOVE TxnField1 TO StatusInput
           PERFORM ValidateStatusText
           IF StatusValid = 'N'
               MOVE 'Invalid status value' TO TxnReason
           ELSE
               MOVE StatusCanon TO TxnNewStatus
               MOVE 'Y' TO TxnSetStatusFlag
               MOVE TxnField2 TO TxnLifeReason
               PERFORM TxnApplyChange
           END-IF.

       TxnSetRating.
           MOVE TxnField1 TO TxnNumIn
           PERFORM TxnConvertNumber
           IF ImportNumOk = 'N' OR ImportNumValue < 1
                   OR ImportNumValue > 5
               MOVE 'Rating must be between 1 and 5' TO TxnReason
           ELSE
               MOVE ImportNumValue TO TxnNewRating
               MOVE 'Y' TO TxnSetRatingFlag
               PERFORM TxnApplyChange
           END-IF.

       TxnApplyChange.
           MOVE TxnLifeReason TO LifeReason
           MOVE 'Y' TO LifeReasonPreset
           IF TxnProfile = SPACES
               PERFORM TxnApplyShared
           ELSE
               PERFORM TxnApplyProfile
           END-IF.

       TxnApplyShared.
           OPEN I-O DramaFile
           IF FileStatus NOT = '00'
               MOVE 'No dramas on file yet' TO TxnReason
           ELSE
               MOVE TxnTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       MOVE 'Title not on the list' TO TxnReason
                   NOT INVALID KEY
                       MOVE WatchedStatus TO OldWatchedStatus
                       MOVE CurrentEpisode TO OldCurrentEpisode
                       IF TxnSetEpFlag = 'Y'
                           MOVE TxnNewEpisode TO CurrentEpisode
                       END-IF
                       IF TxnSetStatusFlag = 'Y'
                           MOVE TxnNewStatus TO WatchedStatus
                       END-IF
                       IF TxnSetRatingFlag = 'Y'
                           MOVE TxnNewRating TO DramaRating
                       END-IF
                       IF TotalEpisodes > ZERO
                               AND CurrentEpisode > TotalEpisodes
                           MOVE 'Episode is past the total episodes'
                               TO TxnReason
                       ELSE
                           REWRITE DramaRecord
                               INVALID KEY
                                   STRING 'File rewrite failed, status '
                                       DELIMITED BY SIZE
                                       FileStatus DELIMITED BY SIZE
                                       INTO TxnReason
                               NOT INVALID KEY
                                   PERFORM AuditSharedUpdate
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE DramaFile
           END-IF.

       TxnApplyProfile.
           OPEN INPUT DramaFile
           IF FileStatus NOT = '00'
               MOVE 'No dramas on file yet' TO TxnReason
           ELSE
               MOVE TxnTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       MOVE 'Title not on the list' TO TxnReason
                   NOT INVALID KEY
                       PERFORM TxnUpdateProfileRow
               END-READ
               CLOSE DramaFile
           END-IF.

       TxnUpdateProfileRow.
           MOVE 'N' TO ProfExists
           MOVE WatchedStatus TO EffStatus
           MOVE CurrentEpisode TO EffEpisode
           MOVE DramaRating TO EffRating
           OPEN I-O ProfileFile
           IF FileStatus = '35'
               OPEN OUTPUT ProfileFile
           ELSE
               MOVE CurrentProfile TO ProfName
               MOVE DramaTitle TO ProfTitle
               READ ProfileFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ProfExists
                       MOVE ProfStatus TO EffStatus
                       MOVE ProfEpisode TO EffEpisode
                       MOVE ProfRating TO EffRating
               END-READ
           END-IF
           MOVE EffStatus TO OldEffStatus
           MOVE EffEpisode TO OldEffEpisode
           IF TxnSetEpFlag = 'Y'
               MOVE TxnNewEpisode TO EffEpisode
           END-IF
           IF TxnSetStatusFlag = 'Y'
               MOVE TxnNewStatus TO EffStatus
           END-IF
           IF TxnSetRatingFlag = 'Y'
               MOVE TxnNewRating TO EffRating
           END-IF

           IF TotalEpisodes > ZERO AND EffEpisode > TotalEpisodes
               MOVE 'Episode is past the total episodes' TO TxnReason
           ELSE
               MOVE CurrentProfile TO ProfName
               MOVE DramaTitle TO ProfTitle
               MOVE EffStatus TO ProfStatus
               MOVE EffEpisode TO ProfEpisode
               MOVE EffRating TO ProfRating
               IF ProfExists = 'Y'
                   REWRITE ProfRecord
                       INVALID KEY
                           STRING 'Profile rewrite failed, status '
                               DELIMITED BY SIZE
                               FileStatus DELIMITED BY SIZE
                               INTO TxnReason
                       NOT INVALID KEY
                           PERFORM AuditProfileUpdate
                   END-REWRITE
               ELSE
                   WRITE ProfRecord
                       INVALID KEY
                           STRING 'Profile write failed, status '
                               DELIMITED BY SIZE
                               FileStatus DELIMITED BY SIZE
                               INTO TxnReason
                       NOT INVALID KEY
                           PERFORM AuditProfileUpdate
                   END-WRITE
               END-IF
           END-IF
           CLOSE ProfileFile.

       TxnDelete.
           IF TxnProfile NOT = SPACES
               MOVE 'Delete cannot be limited to a profile'
                   TO TxnReason
           ELSE
               MOVE TxnTitle TO WS-DramaTitle
               PERFORM DeleteDramaLocked
               IF DeleteOutcome NOT = SPACES
                   MOVE DeleteOutcome TO TxnReason
               END-IF
           END-IF.

       TxnConvertNumber.
           MOVE TxnNumIn TO ImportTrimTxt
           PERFORM StripImportField
           IF ImportTrimTxt(5:) NOT = SPACES
               MOVE 'N' TO ImportNumOk
               MOVE ZERO TO ImportNumValue
           ELSE
               MOVE ImportTrimTxt(1:4) TO ImportNumTxt
               PERFORM ConvertImportNumber
           END-IF.

       OpenProfileOverlay.
           MOVE 'N' TO ProfAvailable
           IF CurrentProfile NOT = SPACES
               OPEN INPUT ProfileFile
               IF FileStatus = '00'
                   MOVE 'Y' TO ProfAvailable
               END-IF
           END-IF.

       ApplyProfileOverlay.
           MOVE WatchedStatus TO EffStatus
           MOVE CurrentEpisode TO EffEpisode
           MOVE DramaRating TO EffRating
           IF ProfAvailable = 'Y'
               MOVE CurrentProfile TO ProfName
               MOVE DramaTitle TO ProfTitle
               READ ProfileFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ProfStatus TO EffStatus
                       MOVE ProfEpisode TO EffEpisode
                       MOVE ProfRating TO EffRating
               END-READ
           END-IF.

       CloseProfileOverlay.
           IF ProfAvailable = 'Y'
               CLOSE ProfileFile
               MOVE 'N' TO ProfAvailable
           END-IF.

       LoadSortRecords.
           PERFORM OpenProfileOverlay
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ DramaFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM ApplyProfileOverlay
                           MOVE DramaTitle TO DramaTitleSort
                           MOVE EffStatus TO WatchedStatusSort
                           MOVE EffEpisode TO CurrentEpisodeSort
                           MOVE TotalEpisodes TO TotalEpisodesSort
                           MOVE DramaGenre TO DramaGenreSort
                           MOVE EffRating TO DramaRatingSort
                           RELEASE SortRecord
                   END-READ
               END-PERFORM
               CLOSE DramaFile
           ELSE
               MOVE 'Y' TO BatchOpFailed
           END-IF
           PERFORM CloseProfileOverlay.

       RegisterWatcher.
           MOVE 'N' TO WatcherFound
           OPEN INPUT WatchersFile
           IF FileStatus = '35'
               OPEN OUTPUT WatchersFile
               WRITE WatcherLine FROM CurrentProfile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ProfRecord TO RcyHold
                               DELETE ProfileFile
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE 'P' TO RcyHoldType
                                       PERFORM BinHeldRecord
                               END-DELETE
                       END-READ
                   END-PERFORM
               + LeapA - LeapB + LeapC + MonthDays + DayNumDay.

       SearchDramas.
           DISPLAY 'Enter search text (title, genre or person): '
               NO ADVANCING
           ACCEPT SearchFragment
           MOVE SearchFragment TO SearchFragUpper
           MOVE ZERO TO SearchSeenCount
           MOVE 'N' TO SearchMoreFlag
           PERFORM OpenProfileOverlay
           MOVE 'N' TO SearchCastOpen
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE 'Y' TO SearchCastOpen
           END-IF
           OPEN INPUT DramaFile
           IF FileStatus NOT = '00'
               DISPLAY 'No dramas on file yet.'
               END-PERFORM
               CLOSE DramaFile
           END-IF
           IF SearchCastOpen = 'Y'
               CLOSE CastFile
               MOVE 'N' TO SearchCastOpen
           END-IF
           PERFORM CloseProfileOverlay.

       CheckRecordForFragment.
           MOVE SPACES TO SearchCastHit
           MOVE DramaTitle TO ScanText
           PERFORM TextContainsFragment
           IF ContainsFlag = 'N'
               MOVE DramaGenre TO ScanText
               PERFORM TextContainsFragment
           END-IF
           IF ContainsFlag = 'N' AND SearchCastOpen = 'Y'
               PERFORM CheckCastForFragment
           END-IF
           IF ContainsFlag = 'Y'
               ADD 1 TO SearchSeenCount
               IF SearchSeenCount > SearchSkipCount
                           TotalEpisodes
                       DISPLAY '    Genre: ' DramaGenre ' Rating: '
                           EffRating '/5'
                       IF SearchCastHit NOT = SPACES
                           DISPLAY '    Featuring: ' SearchCastRole
                               ' ' SearchCastHit
                       END-IF
                   ELSE
                       MOVE 'Y' TO SearchMoreFlag
                   END-IF
           INITIALIZE RecGenreTable
           MOVE ZERO TO RecPickCount
           INITIALIZE RecTable
           PERFORM CollectRecBoosts
           PERFORM TallyCastPeople
           MOVE 'N' TO RecCastOpen
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE 'Y' TO RecCastOpen
           END-IF
           PERFORM OpenProfileOverlay
           OPEN INPUT DramaFile
           IF FileStatus NOT = '00'
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM TallyGenreTaste
                           PERFORM CheckRecBoostSource
                   END-READ
               END-PERFORM
               CLOSE DramaFile
                   PERFORM ActOnSearchHit
               END-IF
           END-IF
           IF RecLinkOpen = 'Y'
               CLOSE LinkFile
               MOVE 'N' TO RecLinkOpen
           END-IF
           IF RecCastOpen = 'Y'
               CLOSE CastFile
               MOVE 'N' TO RecCastOpen
           END-IF
           PERFORM CloseProfileOverlay.

       TallyGenreTaste.
               ELSE
                   MOVE EffRating TO RecScore
               END-IF
               PERFORM ApplyRecBoost
               PERFORM ApplyCastBoost
               PERFORM InsertRecommendation
           END-IF.

               PERFORM ScanProfileIntegrity
               PERFORM ScanDualPresence
               PERFORM ScanEpisodeRanges
               PERFORM ScanPlatformIntegrity
               PERFORM ScanLinkIntegrity
               PERFORM ScanCastIntegrity
               COMPUTE IntExceptions = IntOrphanSched + IntOrphanNote
                   + IntOrphanProf + IntDualCount + IntEpisodeBad
                   + IntOrphanPlat + IntOrphanLink + IntOrphanCast
               IF IntExceptions = ZERO
                   MOVE 'NO EXCEPTIONS FOUND.' TO IntLineOut
                   PERFORM WriteIntegrityLine
                   DISPLAY IntEpisodeBad ' episode count(s) capped.'
                   MOVE 'N' TO IntFixMode
               END-IF
           END-IF
           IF IntOrphanPlat > ZERO
               DISPLAY 'Remove the ' IntOrphanPlat ' orphaned '
                   'streaming entr(y/ies)? (Y/N): ' NO ADVANCING
               ACCEPT IntConfirm
               IF IntConfirm = 'Y' OR IntConfirm = 'y'
                   MOVE 'Y' TO IntFixMode
                   PERFORM ScanPlatformIntegrity
                   DISPLAY IntOrphanPlat ' streaming entr(y/ies) '
                       'removed.'
                   MOVE 'N' TO IntFixMode
               END-IF
           END-IF
           IF IntOrphanLink > ZERO
               DISPLAY 'Remove the ' IntOrphanLink ' broken series '
                   'link(s)? (Y/N): ' NO ADVANCING
               ACCEPT IntConfirm
               IF IntConfirm = 'Y' OR IntConfirm = 'y'
                   MOVE 'Y' TO IntFixMode
                   PERFORM ScanLinkIntegrity
                   DISPLAY IntOrphanLink ' series link(s) removed.'
                   MOVE 'N' TO IntFixMode
               END-IF
           END-IF
           IF IntOrphanCast > ZERO
               DISPLAY 'Remove the ' IntOrphanCast ' orphaned cast '
                   'and crew entr(y/ies)? (Y/N): ' NO ADVANCING
               ACCEPT IntConfirm
               IF IntConfirm = 'Y' OR IntConfirm = 'y'
                   MOVE 'Y' TO IntFixMode
                   PERFORM ScanCastIntegrity
                   DISPLAY IntOrphanCast ' cast and crew entr(y/ies) '
                       'removed.'
                   MOVE 'N' TO IntFixMode
               END-IF
           END-IF.

       ScanScheduleIntegrity.
                       PERFORM ScheduleMenuForTitle
                       PERFORM PausePanel
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   IF PanelRowPick >= 1
                           AND PanelRowPick <= PanelRowCount
                       MOVE PanelTitle(PanelRowPick)
                           TO CastSearchTitle
                       PERFORM CastMenuForTitle
                       PERFORM PausePanel
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

               CLOSE DramaFile
           END-IF
           PERFORM CloseProfileOverlay
           MOVE PanelTitle(PanelRowPick) TO CastSearchTitle
           PERFORM ListCastForTitle
           MOVE PanelTitle(PanelRowPick) TO NoteSearchTitle
           PERFORM ViewDramaNotesBody
           PERFORM PausePanel.
           MOVE ZERO TO FormCurEp
           MOVE ZERO TO FormTotEp
           MOVE 1 TO FormRating
           MOVE SPACES TO FormService
           MOVE ZERO TO FormLeaveDate
           PERFORM RunDramaForm.

       FullScreenEditDrama.
                       MOVE TotalEpisodes TO FormTotEp
                       MOVE DramaGenre TO FormGenre
                       MOVE DramaRating TO FormRating
                       MOVE DramaTitle TO PlatInTitle
                       PERFORM ReadPlatformEntry
                       MOVE PlatInService TO FormService
                       MOVE PlatInLeave TO FormLeaveDate
                       MOVE 'TITLE IS READ-ONLY HERE; CHANGES TO IT A
      -                    'RE IGNORED.' TO FormMsg
                       CLOSE DramaFile
           MOVE SPACES TO FormMsg
           MOVE FormStatus TO StatusInput
           PERFORM ValidateStatusText
           MOVE FormLeaveDate TO PlatInLeave
           PERFORM CheckLeaveDate
           EVALUATE TRUE
               WHEN FormTitle = SPACES
                   MOVE 'TITLE MUST NOT BE BLANK.' TO FormMsg
      -                'D, DROPPED OR ON HOLD.' TO FormMsg
               WHEN FormRating < 1 OR FormRating > 5
                   MOVE 'RATING MUST BE BETWEEN 1 AND 5.' TO FormMsg
               WHEN PlatLeaveOk = 'N'
                   MOVE 'LEAVE DATE MUST BE YYYYMMDD OR 0.' TO FormMsg
               WHEN OTHER
                   MOVE StatusCanon TO FormStatus
                   MOVE 'Y' TO FormOk
       SaveDramaForm.
           PERFORM AcquireLock
           IF LockDenied = 'N'
               MOVE 'N' TO NextPending
               IF FormMode = 'A'
                   PERFORM SaveDramaFormAdd
               ELSE
                   PERFORM SaveDramaFormEdit
               END-IF
               IF NextPending = 'Y'
                   PERFORM OfferNextSeason
               END-IF
               PERFORM ReleaseLock
           END-IF
           PERFORM PausePanel.
                       MOVE WatchedStatus TO LifeStatus
                       PERFORM CaptureLifecycleEvent
                   END-IF
                   IF WatchedStatus = 'Watched'
                       PERFORM NoteSeasonFinished
                   END-IF
                   DISPLAY 'Drama added successfully.'
                   IF FormService NOT = SPACES
                       MOVE DramaTitle TO PlatInTitle
                       MOVE FormService TO PlatInService
                       MOVE FormLeaveDate TO PlatInLeave
                       PERFORM SavePlatformEntry
                   END-IF
           END-WRITE
           CLOSE DramaFile.

                                   MOVE WatchedStatus TO LifeStatus
                                   PERFORM CaptureLifecycleEvent
                               END-IF
                               IF WatchedStatus = 'Watched'
                                   AND OldWatchedStatus NOT = 'Watched'
                                   PERFORM NoteSeasonFinished
                               END-IF
                               IF CurrentEpisode > OldCurrentEpisode
                                   MOVE DramaTitle TO DiaryTitle
                                   COMPUTE DiaryFromEp =
                                   PERFORM LogWatchedEpisodes
                               END-IF
                               DISPLAY 'Drama updated successfully.'
                               MOVE DramaTitle TO PlatInTitle
                               MOVE FormService TO PlatInService
                               MOVE FormLeaveDate TO PlatInLeave
                               PERFORM SavePlatformEntry
                       END-REWRITE
               END-READ
               CLOSE DramaFile
                   IF FileStatus = '00'
                       MOVE 'Y' TO SyncProfOpen
                   END-IF
                   MOVE 'N' TO SyncPlatOpen
                   OPEN INPUT PlatformFile
                   IF FileStatus = '00'
                       MOVE 'Y' TO SyncPlatOpen
                   END-IF
                   MOVE 'N' TO SyncCastOpen
                   OPEN INPUT CastFile
                   IF FileStatus = '00'
                       MOVE 'Y' TO SyncCastOpen
                   END-IF

                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       CLOSE ProfileFile
                       MOVE 'N' TO SyncProfOpen
                   END-IF
                   IF SyncPlatOpen = 'Y'
                       CLOSE PlatformFile
                       MOVE 'N' TO SyncPlatOpen
                   END-IF
                   IF SyncCastOpen = 'Y'
                       CLOSE CastFile
                       MOVE 'N' TO SyncCastOpen
                   END-IF
                   PERFORM ExportSyncServices
                   CLOSE SyncPackFile
                   CLOSE DramaFile
                   DISPLAY SyncExpCount ' title(s) exported to '
                       WRITE SyncPackRecord FROM SyncOut
               END-READ
           END-IF
           IF SyncPlatOpen = 'Y'
               MOVE DramaTitle TO PlatTitle
               READ PlatformFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO SyncOut
                       MOVE 'W' TO SyncOut(1:1)
                       MOVE PlatRecord TO SyncOut(2:78)
                       WRITE SyncPackRecord FROM SyncOut
               END-READ
           END-IF
           IF SyncCastOpen = 'Y'
               PERFORM ExportSyncCast
           END-IF
           IF SyncProfOpen = 'Y'
               PERFORM VARYING WatcherIdx FROM 1 BY 1
                       UNTIL WatcherIdx > WatcherCount
               WHEN 'P'
                   MOVE SyncPackRecord(2:80) TO SyncProfRec
                   PERFORM MergeSyncProf
               WHEN 'W'
                   MOVE SyncPackRecord(2:78) TO SyncPlatRec
                   PERFORM MergeSyncPlat
               WHEN 'V'
                   MOVE SyncPackRecord(2:26) TO SyncSvcRec
                   PERFORM MergeSyncSvc
               WHEN 'C'
                   MOVE SyncPackRecord(2:100) TO SyncCastRec
                   PERFORM MergeSyncCast
               WHEN OTHER
                   STRING 'BAD RECORD SKIPPED: ' DELIMITED BY SIZE
                       SyncPackRecord(1:40) DELIMITED BY SIZE
               END-IF
           END-IF.

       LifecycleReport.
           DISPLAY 'Flag On Hold titles older than how many days '
               '(blank for 60): ' NO ADVANCING
           ACCEPT LifeLimitTxt
           PERFORM SetLifeLimit
           PERFORM LifecycleReportBody.

       SetLifeLimit.
           MOVE 60 TO LifeLimitDays
           MOVE LifeLimitTxt TO ImportNumTxt
           PERFORM ConvertImportNumber
           IF ImportNumOk = 'Y' AND ImportNumValue > ZERO
               MOVE ImportNumValue TO LifeLimitDays
           END-IF.

       LifecycleReportBody.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE CurrentDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           MOVE DayNumResult TO TodayDayNum
           OPEN OUTPUT LifeReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the lifecycle report, '
                   'file status ' FileStatus
           ELSE
               MOVE 'DRAMA LIST - DROPPED / ON HOLD LIFECYCLE'
                   TO LifeRptOut
               PERFORM WriteLifeRptLine
               PERFORM WriteLifeRptLine
               MOVE 'CURRENTLY ON HOLD:' TO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE '1' TO LifeSection
               PERFORM ScanOnHoldTitles
               IF LifeHeldCount = ZERO
                   MOVE '  NO TITLES ON HOLD.' TO LifeRptOut
                   PERFORM WriteLifeRptLine
               END-IF

               PERFORM WriteLifeRptLine
               MOVE LifeLimitDays TO EditedCount
               STRING 'ON HOLD LONGER THAN' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' DAY(S):' DELIMITED BY SIZE
                   INTO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE '2' TO LifeSection
               PERFORM ScanOnHoldTitles
               IF LifeOverdueCount = ZERO
                   MOVE '  NONE.' TO LifeRptOut
                   PERFORM WriteLifeRptLine
               END-IF

               PERFORM WriteLifeRptLine
               MOVE 'ON HOLD HISTORY:' TO LifeRptOut
               PERFORM WriteLifeRptLine
               PERFORM LifeHistorySection

               PERFORM WriteLifeRptLine
               MOVE 'DROP REASONS BY GENRE:' TO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE 'G' TO LifeDropMode
               PERFORM LifeDropSection

               PERFORM WriteLifeRptLine
               MOVE 'DROP REASONS BY PROFILE:' TO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE 'P' TO LifeDropMode
               PERFORM LifeDropSection

               CLOSE LifeReportFile
               DISPLAY LifeHeldCount ' title(s) on hold, '
                   LifeOverdueCount ' past the limit.'
               DISPLAY 'Lifecycle report written to '
                   'dramalist_lifecycle.rpt'
           END-IF.

       ScanOnHoldTitles.
           IF LifeSection = '1'
               MOVE ZERO TO LifeHeldCount
           ELSE
               MOVE ZERO TO LifeOverdueCount
           END-IF
           PERFORM LoadWatcherTable
           MOVE 'N' TO ProfAvailable
           OPEN INPUT ProfileFile
           IF FileStatus = '00'
               MOVE 'Y' TO ProfAvailable
           END-IF
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ DramaFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM CheckOnHoldRecord
                   END-READ
               END-PERFORM
               CLOSE DramaFile
           END-IF
           IF ProfAvailable = 'Y'
               CLOSE ProfileFile
               MOVE 'N' TO ProfAvailable
           END-IF.

       CheckOnHoldRecord.
           IF WatchedStatus = 'On Hold'
               MOVE SPACES TO LifeTargetProf
               MOVE CurrentEpisode TO LifeEpisode
               PERFORM ReportOnHoldEntry
           END-IF
           IF ProfAvailable = 'Y'
               PERFORM VARYING WatcherIdx FROM 1 BY 1
                       UNTIL WatcherIdx > WatcherCount
                   MOVE WatcherName(WatcherIdx) TO ProfName
                   MOVE DramaTitle TO ProfTitle
                   READ ProfileFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ProfStatus = 'On Hold'
                               MOVE ProfName TO LifeTargetProf
                               MOVE ProfEpisode TO LifeEpisode
                               PERFORM ReportOnHoldEntry
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ReportOnHoldEntry.
           PERFORM FindLatestOnHoldEvent
           MOVE ZERO TO LifeDaysHeld
           IF LifeFoundDate > ZERO
               MOVE LifeFoundDate TO DayNumInput
               PERFORM ConvertDateToDayNum
               IF TodayDayNum > DayNumResult
                   COMPUTE LifeDaysHeld = TodayDayNum - DayNumResult
               END-IF
           END-IF
           MOVE LifeTargetProf TO LifeShowProf
           IF LifeShowProf = SPACES
               MOVE '(SHARED)' TO LifeShowProf
           END-IF
           MOVE LifeDaysHeld TO EditedCount
           IF LifeSection = '1'
               ADD 1 TO LifeHeldCount
               MOVE SPACES TO LifeRptOut
               STRING '  ' DELIMITED BY SIZE
                   DramaTitle DELIMITED BY '  '
                   ' [' DELIMITED BY SIZE
                   LifeShowProf DELIMITED BY '  '
                   '] STOPPED AT EP ' DELIMITED BY SIZE
                   LifeEpisode DELIMITED BY SIZE
                   INTO LifeRptOut
               PERFORM WriteLifeRptLine
               IF LifeFoundDate > ZERO
                   STRING '      ON HOLD SINCE ' DELIMITED BY SIZE
                       LifeFoundDate DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       EditedCount DELIMITED BY SIZE
                       ' DAY(S)' DELIMITED BY SIZE
                       INTO LifeRptOut
               ELSE
                   MOVE '      NO ON HOLD EVENT RECORDED'
                       TO LifeRptOut
               END-IF
               PERFORM WriteLifeRptLine
               IF LifeFoundReason = SPACES
                   MOVE '(NONE GIVEN)' TO LifeFoundReason
               END-IF
               STRING '      REASON: ' DELIMITED BY SIZE
                   LifeFoundReason DELIMITED BY '  '
                   INTO LifeRptOut
               PERFORM WriteLifeRptLine
           ELSE
               IF LifeFoundDate > ZERO
                       AND LifeDaysHeld > LifeLimitDays
                   ADD 1 TO LifeOverdueCount
                   MOVE SPACES TO LifeRptOut
                   STRING '  ' DELIMITED BY SIZE
                       DramaTitle DELIMITED BY '  '
                       ' [' DELIMITED BY SIZE
                       LifeShowProf DELIMITED BY '  '
                       ']' DELIMITED BY SIZE
                       EditedCount DELIMITED BY SIZE
                       ' DAY(S) - DECIDE: RESUME OR DROP'
                           DELIMITED BY SIZE
                       INTO LifeRptOut
                   PERFORM WriteLifeRptLine
               END-IF
           END-IF.

       FindLatestOnHoldEvent.
           MOVE ZERO TO LifeFoundDate
           MOVE SPACES TO LifeFoundReason
           OPEN INPUT LifecycleFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfLife
               PERFORM UNTIL EndOfLife = 'Y'
                   READ LifecycleFile
                       AT END
                           MOVE 'Y' TO EndOfLife
                       NOT AT END
                           PERFORM ParseLifeLine
                           IF LifeTitle = DramaTitle
                                   AND LifeProfTxt = LifeTargetProf
                                   AND LifeStatus = 'On Hold'
                                   AND LifeDateTxt IS NUMERIC
                               MOVE LifeDateTxt TO LifeFoundDate
                               MOVE LifeReason TO LifeFoundReason
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LifecycleFile
           END-IF.

       ParseLifeLine.
           MOVE SPACES TO LifeDateTxt
           MOVE SPACES TO LifeTitle
           MOVE SPACES TO LifeStatus
           MOVE SPACES TO LifeProfTxt
           MOVE SPACES TO LifeReason
           UNSTRING LifeLine DELIMITED BY ','
               INTO LifeDateTxt LifeTitle LifeStatus LifeProfTxt
                   LifeReason
           END-UNSTRING.

       LifeHistorySection.
           MOVE ZERO TO LifeSpellCount
           SORT LifeSortFile ON ASCENDING KEY LifeSortKey1
                                 ASCENDING KEY LifeSortKey2
                                 ASCENDING KEY LifeSortDate
               INPUT PROCEDURE IS LoadLifeHistorySort
               GIVING LifeSortedFile

           OPEN INPUT LifeSortedFile
           MOVE SPACES TO LifeLastKey1
           MOVE 'N' TO EndOfLifeSort
           PERFORM UNTIL EndOfLifeSort = 'Y'
               READ LifeSortedFile
                   AT END
                       MOVE 'Y' TO EndOfLifeSort
                   NOT AT END
                       PERFORM WriteLifeSpell
               END-READ
           END-PERFORM
           CLOSE LifeSortedFile
           IF LifeSpellCount = ZERO
               MOVE '  NO ON HOLD EVENTS RECORDED.' TO LifeRptOut
               PERFORM WriteLifeRptLine
           END-IF.

       LoadLifeHistorySort.
           OPEN INPUT LifecycleFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfLife
               PERFORM UNTIL EndOfLife = 'Y'
                   READ LifecycleFile
                       AT END
                           MOVE 'Y' TO EndOfLife
                       NOT AT END
                           PERFORM ParseLifeLine
                           IF LifeStatus = 'On Hold'
                                   AND LifeDateTxt IS NUMERIC
                               MOVE LifeTitle TO LifeSortKey1
                               MOVE LifeProfTxt TO LifeSortKey2
                               MOVE LifeDateTxt TO LifeSortDate
                               MOVE LifeReason TO LifeSortText
                               RELEASE LifeSortRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LifecycleFile
           END-IF.

       WriteLifeSpell.
           ADD 1 TO LifeSpellCount
           IF LifeSortedKey1 NOT = LifeLastKey1
               STRING '  ' DELIMITED BY SIZE
                   LifeSortedKey1 DELIMITED BY '  '
                   INTO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE LifeSortedKey1 TO LifeLastKey1
           END-IF
           PERFORM FindOnHoldResume
           MOVE LifeSortedKey2 TO LifeShowProf
           IF LifeShowProf = SPACES
               MOVE '(SHARED)' TO LifeShowProf
           END-IF
           MOVE LifeSortedDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           MOVE DayNumResult TO LifeStartDayNum
           IF LifeEndDate > ZERO
               MOVE LifeEndDate TO DayNumInput
               PERFORM ConvertDateToDayNum
               COMPUTE LifeDaysHeld = DayNumResult - LifeStartDayNum
               MOVE LifeDaysHeld TO EditedCount
               STRING '    [' DELIMITED BY SIZE
                   LifeShowProf DELIMITED BY '  '
                   '] ' DELIMITED BY SIZE
                   LifeSortedDate DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   LifeEndDate DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' DAY(S), THEN ' DELIMITED BY SIZE
                   LifeEndStatus DELIMITED BY '  '
                   INTO LifeRptOut
           ELSE
               MOVE ZERO TO LifeDaysHeld
               IF TodayDayNum > LifeStartDayNum
                   COMPUTE LifeDaysHeld = TodayDayNum - LifeStartDayNum
               END-IF
               MOVE LifeDaysHeld TO EditedCount
               STRING '    [' DELIMITED BY SIZE
                   LifeShowProf DELIMITED BY '  '
                   '] ' DELIMITED BY SIZE
                   LifeSortedDate DELIMITED BY SIZE
                   ' NOT RESUMED,' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' DAY(S) SO FAR' DELIMITED BY SIZE
                   INTO LifeRptOut
           END-IF
           PERFORM WriteLifeRptLine
           IF LifeSortedText = SPACES
               MOVE '(NONE GIVEN)' TO LifeSortedText
           END-IF
           STRING '      REASON: ' DELIMITED BY SIZE
               LifeSortedText DELIMITED BY '  '
               INTO LifeRptOut
           PERFORM WriteLifeRptLine.

       FindOnHoldResume.
           MOVE ZERO TO LifeEndDate
           MOVE SPACES TO LifeEndStatus
           OPEN INPUT AuditFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfLife
               PERFORM UNTIL EndOfLife = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO EndOfLife
                       NOT AT END
                           PERFORM ParseAuditLine
                           IF HistAction = 'UPDATE'
                                   AND HistTitle = LifeSortedKey1
                                   AND HistProfile = LifeSortedKey2
                                   AND HistOldStatus = 'On Hold'
                                   AND HistNewStatus NOT = 'On Hold'
                                   AND HistStamp(1:8) IS NUMERIC
                               MOVE HistStamp(1:8) TO HistDateNum
                               IF HistDateNum >= LifeSortedDate
                                   MOVE HistDateNum TO LifeEndDate
                                   MOVE HistNewStatus TO LifeEndStatus
                                   MOVE 'Y' TO EndOfLife
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       LifeDropSection.
           MOVE ZERO TO LifeDropCount
           SORT LifeSortFile ON ASCENDING KEY LifeSortKey1
                                 ASCENDING KEY LifeSortKey2
               INPUT PROCEDURE IS LoadLifeDropSort
               GIVING LifeSortedFile

           OPEN INPUT LifeSortedFile
           MOVE 'N' TO LifeGroupOpen
           MOVE 'N' TO EndOfLifeSort
           PERFORM UNTIL EndOfLifeSort = 'Y'
               READ LifeSortedFile
                   AT END
                       MOVE 'Y' TO EndOfLifeSort
                   NOT AT END
                       PERFORM AccumulateLifeDrop
               END-READ
           END-PERFORM
           IF LifeGroupOpen = 'Y'
               PERFORM WriteLifeReasonLine
               PERFORM WriteLifeGroupTotal
           END-IF
           CLOSE LifeSortedFile
           IF LifeDropCount = ZERO
               MOVE '  NO DROPPED TITLES RECORDED.' TO LifeRptOut
               PERFORM WriteLifeRptLine
           END-IF.

       LoadLifeDropSort.
           MOVE 'N' TO DramaOpenFlag
           IF LifeDropMode = 'G'
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE 'Y' TO DramaOpenFlag
               END-IF
               MOVE 'N' TO LifeArcOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'Y' TO LifeArcOpen
               END-IF
           END-IF
           OPEN INPUT LifecycleFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfLife
               PERFORM UNTIL EndOfLife = 'Y'
                   READ LifecycleFile
                       AT END
                           MOVE 'Y' TO EndOfLife
                       NOT AT END
                           PERFORM ParseLifeLine
                           IF LifeStatus = 'Dropped'
                               PERFORM ReleaseLifeDrop
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LifecycleFile
           END-IF
           IF DramaOpenFlag = 'Y'
               CLOSE DramaFile
               MOVE 'N' TO DramaOpenFlag
           END-IF
           IF LifeDropMode = 'G' AND LifeArcOpen = 'Y'
               CLOSE ArchiveFile
               MOVE 'N' TO LifeArcOpen
           END-IF.

       ReleaseLifeDrop.
           IF LifeDropMode = 'G'
               PERFORM FindLifeGenre
               MOVE LifeGenre TO LifeSortKey1
           ELSE
               MOVE LifeProfTxt TO LifeSortKey1
               IF LifeSortKey1 = SPACES
                   MOVE '(SHARED)' TO LifeSortKey1
               END-IF
           END-IF
           MOVE LifeReason TO LifeSortKey2
           INSPECT LifeSortKey2 CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF LifeSortKey2 = SPACES
               MOVE '(NO REASON GIVEN)' TO LifeSortKey2
           END-IF
           MOVE ZERO TO LifeSortDate
           IF LifeDateTxt IS NUMERIC
               MOVE LifeDateTxt TO LifeSortDate
           END-IF
           MOVE LifeTitle TO LifeSortText
           RELEASE LifeSortRecord.

       FindLifeGenre.
           MOVE SPACES TO LifeGenre
           IF DramaOpenFlag = 'Y'
               MOVE LifeTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DramaGenre TO LifeGenre
               END-READ
           END-IF
           IF LifeGenre = SPACES AND LifeArcOpen = 'Y'
               MOVE LifeTitle TO ArcTitle
               READ ArchiveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ArcGenre TO LifeGenre
               END-READ
           END-IF
           IF LifeGenre = SPACES
               MOVE '(UNKNOWN)' TO LifeGenre
           END-IF.

       AccumulateLifeDrop.
           ADD 1 TO LifeDropCount
           IF LifeGroupOpen = 'N' OR LifeSortedKey1 NOT = LifeLastKey1
               IF LifeGroupOpen = 'Y'
                   PERFORM WriteLifeReasonLine
                   PERFORM WriteLifeGroupTotal
               END-IF
               STRING '  ' DELIMITED BY SIZE
                   LifeSortedKey1 DELIMITED BY '  '
                   ':' DELIMITED BY SIZE
                   INTO LifeRptOut
               PERFORM WriteLifeRptLine
               MOVE LifeSortedKey1 TO LifeLastKey1
               MOVE LifeSortedKey2 TO LifeLastKey2
               MOVE ZERO TO LifeGroupCount
               MOVE ZERO TO LifeReasonCount
               MOVE 'Y' TO LifeGroupOpen
           ELSE
               IF LifeSortedKey2 NOT = LifeLastKey2
                   PERFORM WriteLifeReasonLine
                   MOVE LifeSortedKey2 TO LifeLastKey2
                   MOVE ZERO TO LifeReasonCount
               END-IF
           END-IF
           ADD 1 TO LifeGroupCount
           ADD 1 TO LifeReasonCount.

       WriteLifeReasonLine.
           MOVE LifeReasonCount TO EditedCount
           STRING '    ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               ' x ' DELIMITED BY SIZE
               LifeLastKey2 DELIMITED BY '  '
               INTO LifeRptOut
           PERFORM WriteLifeRptLine.

       WriteLifeGroupTotal.
           MOVE LifeGroupCount TO EditedCount
           STRING '    ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               ' DROPPED IN TOTAL' DELIMITED BY SIZE
               INTO LifeRptOut
           PERFORM WriteLifeRptLine.

       WriteLifeRptLine.
           WRITE LifeReportLine FROM LifeRptOut
           MOVE SPACES TO LifeRptOut.

       ForecastReport.
           MOVE 'N' TO FcAllProfiles
           PERFORM ForecastReportBody.

       ForecastReportBody.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE CurrentDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           MOVE DayNumResult TO TodayDayNum
           OPEN OUTPUT ForecastReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the forecast report, '
                   'file status ' FileStatus
           ELSE
               MOVE SPACES TO FcLineOut
               STRING 'DRAMA LIST - FINISH FORECAST AS OF '
                   DELIMITED BY SIZE
                   CurrentDate DELIMITED BY SIZE
                   INTO FcLineOut
               PERFORM WriteForecastLine
               IF FcAllProfiles = 'Y'
                   MOVE CurrentProfile TO FcSaveProfile
                   MOVE SPACES TO CurrentProfile
                   PERFORM ForecastOneProfile
                   PERFORM LoadWatcherTable
                   PERFORM VARYING FcProfIdx FROM 1 BY 1
                           UNTIL FcProfIdx > WatcherCount
                       MOVE WatcherName(FcProfIdx) TO CurrentProfile
                       PERFORM ForecastOneProfile
                   END-PERFORM
                   MOVE FcSaveProfile TO CurrentProfile
               ELSE
                   PERFORM ForecastOneProfile
               END-IF
               CLOSE ForecastReportFile
               DISPLAY 'Forecast report written to '
                   'dramalist_forecast.rpt'
           END-IF.

       ForecastOneProfile.
           PERFORM WriteForecastLine
           IF CurrentProfile = SPACES
               MOVE 'PROFILE: (SHARED)' TO FcLineOut
           ELSE
               STRING 'PROFILE: ' DELIMITED BY SIZE
                   CurrentProfile DELIMITED BY '  '
                   INTO FcLineOut
           END-IF
           PERFORM WriteForecastLine
           MOVE ZERO TO FcTitleCount
           PERFORM OpenProfileOverlay
           MOVE 'N' TO FcSchedOpen
           OPEN INPUT ScheduleFile
           IF FileStatus = '00'
               MOVE 'Y' TO FcSchedOpen
           END-IF
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ DramaFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM ApplyProfileOverlay
                           IF EffStatus = 'On Going'
                               PERFORM ForecastOneTitle
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DramaFile
           END-IF
           IF FcSchedOpen = 'Y'
               CLOSE ScheduleFile
               MOVE 'N' TO FcSchedOpen
           END-IF
           PERFORM CloseProfileOverlay
           IF FcTitleCount = ZERO
               MOVE '  NO ON GOING TITLES.' TO FcLineOut
               PERFORM WriteForecastLine
           END-IF.

       ForecastOneTitle.
           ADD 1 TO FcTitleCount
           STRING '  ' DELIMITED BY SIZE
               DramaTitle DELIMITED BY '  '
               INTO FcLineOut
           PERFORM WriteForecastLine
           IF TotalEpisodes = ZERO
               MOVE '      CANNOT FORECAST - TOTAL EPISODES UNKNOWN'
                   TO FcLineOut
               PERFORM WriteForecastLine
           ELSE
               IF EffEpisode >= TotalEpisodes
                   MOVE '      ALL EPISODES WATCHED' TO FcLineOut
                   PERFORM WriteForecastLine
               ELSE
                   PERFORM ForecastRemaining
               END-IF
           END-IF.

       ForecastRemaining.
           COMPUTE FcRemaining = TotalEpisodes - EffEpisode
           PERFORM FindTitlePace
           PERFORM CheckForecastAiring
           STRING '      EP ' DELIMITED BY SIZE
               EffEpisode DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               TotalEpisodes DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               FcRemaining DELIMITED BY SIZE
               ' REMAINING' DELIMITED BY SIZE
               INTO FcLineOut
           PERFORM WriteForecastLine
           IF FcAiring = 'Y'
               STRING '      STILL AIRING: ' DELIMITED BY SIZE
                   SchedAiredEp DELIMITED BY SIZE
                   ' AIRED, NEXT ' DELIMITED BY SIZE
                   SchedNextDate DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   SchedAirDays DELIMITED BY '  '
                   INTO FcLineOut
               PERFORM WriteForecastLine
           END-IF
           IF FcPaceCount < 2
               MOVE '      NO PACE YET - UNDER TWO DIARY ENTRIES'
                   TO FcLineOut
               PERFORM WriteForecastLine
           ELSE
               PERFORM ProjectFinishDate
               MOVE FcGap TO EditedGap
               STRING '      PACE ' DELIMITED BY SIZE
                   EditedGap DELIMITED BY SIZE
                   ' DAY(S) PER EP, PROJECTED FINISH '
                       DELIMITED BY SIZE
                   FcFinishDate DELIMITED BY SIZE
                   INTO FcLineOut
               PERFORM WriteForecastLine
               IF FcAiring = 'Y'
                   AND FcGap * RollWeekMatches > 7
                   MOVE '      FLAG: WILL NOT CATCH UP WHILE AIRING'
                       TO FcLineOut
                   PERFORM WriteForecastLine
               END-IF
           END-IF.

       FindTitlePace.
           MOVE ZERO TO FcPaceCount
           MOVE ZERO TO FcGap
           MOVE ZERO TO FcLastDayNum
           OPEN INPUT DiaryFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfDiary
               PERFORM UNTIL EndOfDiary = 'Y'
                   READ DiaryFile
                       AT END
                           MOVE 'Y' TO EndOfDiary
                       NOT AT END
                           PERFORM ParseDiaryLine
                           IF DiaryTitle = DramaTitle
                                   AND DiaryProfTxt = CurrentProfile
                                   AND DiaryDateTxt IS NUMERIC
                               MOVE DiaryDateTxt TO DayNumInput
                               PERFORM ConvertDateToDayNum
                               PERFORM AddPaceSample
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DiaryFile
           END-IF
           IF FcPaceCount > 1
               COMPUTE FcGap ROUNDED =
                   (FcPaceDay(FcPaceCount) - FcPaceDay(1))
                   / (FcPaceCount - 1)
               MOVE FcPaceDay(FcPaceCount) TO FcLastDayNum
           END-IF.

       AddPaceSample.
           IF FcPaceCount < 10
               ADD 1 TO FcPaceCount
           ELSE
               PERFORM VARYING FcPaceIdx FROM 1 BY 1
                       UNTIL FcPaceIdx > 9
                   MOVE FcPaceDay(FcPaceIdx + 1) TO FcPaceDay(FcPaceIdx)
               END-PERFORM
           END-IF
           MOVE DayNumResult TO FcPaceDay(FcPaceCount).

       CheckForecastAiring.
           MOVE 'N' TO FcAiring
           MOVE ZERO TO RollWeekMatches
           IF FcSchedOpen = 'Y'
               MOVE DramaTitle TO SchedTitle
               READ ScheduleFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SchedAiredEp < TotalEpisodes
                               AND SchedNextDate > ZERO
                           MOVE SchedAirDays TO RollDaysUpper
                           INSPECT RollDaysUpper CONVERTING
                               'abcdefghijklmnopqrstuvwxyz' TO
                               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           PERFORM CountRollWeekMatches
                           IF RollWeekMatches > ZERO
                               MOVE 'Y' TO FcAiring
                           END-IF
                       END-IF
               END-READ
           END-IF.

       ProjectFinishDate.
           MOVE TodayDayNum TO FcTime
           IF FcLastDayNum + FcGap > FcTime
               COMPUTE FcTime = FcLastDayNum + FcGap
           END-IF
           MOVE TotalEpisodes TO FcAired
           IF FcAiring = 'Y'
               MOVE SchedAiredEp TO FcAired
               MOVE SchedNextDate TO RollDate
               MOVE 'N' TO FcCursorStarted
           END-IF
           COMPUTE FcEp = EffEpisode + 1
           PERFORM UNTIL FcEp > TotalEpisodes
               IF FcEp > EffEpisode + 1
                   ADD FcGap TO FcTime
               END-IF
               IF FcAiring = 'Y' AND FcEp > FcAired
                   PERFORM NextForecastAirDate
                   IF FcAirDayNum > FcTime
                       MOVE FcAirDayNum TO FcTime
                   END-IF
               END-IF
               ADD 1 TO FcEp
           END-PERFORM
           MOVE FcTime TO FcFinishDayNum
           MOVE CurrentDate TO RollDate
           COMPUTE FcDaySteps = FcFinishDayNum - TodayDayNum
           PERFORM AdvanceRollDateOneDay FcDaySteps TIMES
           MOVE RollDate TO FcFinishDate.

       NextForecastAirDate.
           IF FcCursorStarted = 'Y'
               PERFORM AdvanceRollDateOneDay
           END-IF
           MOVE 'Y' TO FcCursorStarted
           PERFORM CheckRollDayMatch
           PERFORM UNTIL RollDayHit > ZERO
               PERFORM AdvanceRollDateOneDay
               PERFORM CheckRollDayMatch
           END-PERFORM
           MOVE DayNumResult TO FcAirDayNum.

       WriteForecastLine.
           WRITE ForecastReportLine FROM FcLineOut
           MOVE SPACES TO FcLineOut.

       PlatformMenu.
           DISPLAY 'STREAMING SERVICES'
           DISPLAY '1. Set the streaming service for a title'
           DISPLAY '2. Record a service monthly cost'
           DISPLAY '3. List services and costs'
           DISPLAY '4. Subscription report'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT PlatChoice
           EVALUATE PlatChoice
               WHEN '1'
                   PERFORM SetTitlePlatform
               WHEN '2'
                   PERFORM RecordServiceCost
               WHEN '3'
                   PERFORM ListServices
               WHEN '4'
                   PERFORM SubscriptionReport
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SetTitlePlatform.
           DISPLAY 'Enter Drama title: ' NO ADVANCING
           ACCEPT PlatSearchTitle
           MOVE PlatSearchTitle TO LookupTitle
           PERFORM CheckTitleOnList
           IF TitleOnList = 'N'
               DISPLAY 'That title is not on your drama list.'
           ELSE
               MOVE PlatSearchTitle TO PlatInTitle
               PERFORM ReadPlatformEntry
               IF PlatFound = 'Y'
                   DISPLAY 'Current service: ' PlatInService
                       ' leaving on ' PlatInLeave
               END-IF
               DISPLAY 'Streaming service (blank to clear): '
                   NO ADVANCING
               MOVE SPACES TO PlatInService
               ACCEPT PlatInService
               MOVE ZERO TO PlatInLeave
               IF PlatInService NOT = SPACES
                   PERFORM PromptForLeaveDate
               END-IF
               PERFORM AcquireLock
               IF LockDenied = 'N'
                   PERFORM SavePlatformEntry
                   IF PlatSaveOk = 'Y'
                       DISPLAY 'Streaming service saved for '
                           PlatInTitle
                   END-IF
                   PERFORM ReleaseLock
               END-IF
           END-IF.

       PromptForPlatform.
           DISPLAY 'Streaming service (blank if none): ' NO ADVANCING
           MOVE SPACES TO PlatInService
           ACCEPT PlatInService
           MOVE ZERO TO PlatInLeave
           IF PlatInService NOT = SPACES
               PERFORM PromptForLeaveDate
               MOVE DramaTitle TO PlatInTitle
               PERFORM SavePlatformEntry
           END-IF.

       PromptForLeaveDate.
           MOVE 'N' TO PlatLeaveOk
           PERFORM UNTIL PlatLeaveOk = 'Y'
               DISPLAY 'Date it leaves the service (YYYYMMDD, 0 if not '
                   'leaving): ' NO ADVANCING
               ACCEPT PlatInLeave
               PERFORM CheckLeaveDate
               IF PlatLeaveOk = 'N'
                   DISPLAY 'Leave date must be YYYYMMDD or 0. '
                       'Try again.'
               END-IF
           END-PERFORM.

       CheckLeaveDate.
           MOVE 'Y' TO PlatLeaveOk
           IF PlatInLeave NOT = ZERO
               IF PlatInLeaveYear < 1900
                       OR PlatInLeaveMonth < 1 OR PlatInLeaveMonth > 12
                       OR PlatInLeaveDay < 1 OR PlatInLeaveDay > 31
                   MOVE 'N' TO PlatLeaveOk
               END-IF
           END-IF.

       ReadPlatformEntry.
           MOVE 'N' TO PlatFound
           MOVE SPACES TO PlatInService
           MOVE ZERO TO PlatInLeave
           OPEN INPUT PlatformFile
           IF FileStatus = '00'
               MOVE PlatInTitle TO PlatTitle
               READ PlatformFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PlatFound
                       MOVE PlatService TO PlatInService
                       MOVE PlatLeaveDate TO PlatInLeave
               END-READ
               CLOSE PlatformFile
           END-IF.

       SavePlatformEntry.
           MOVE 'Y' TO PlatSaveOk
           MOVE 'N' TO PlatFound
           INSPECT PlatInService CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           OPEN I-O PlatformFile
           IF FileStatus = '35'
               OPEN OUTPUT PlatformFile
           ELSE
               MOVE PlatInTitle TO PlatTitle
               READ PlatformFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PlatFound
               END-READ
           END-IF
           MOVE PlatInTitle TO PlatTitle
           MOVE PlatInService TO PlatService
           MOVE PlatInLeave TO PlatLeaveDate
           EVALUATE TRUE
               WHEN PlatInService = SPACES AND PlatFound = 'Y'
                   DELETE PlatformFile
                       INVALID KEY
                           MOVE 'N' TO PlatSaveOk
                   END-DELETE
               WHEN PlatInService = SPACES
                   CONTINUE
               WHEN PlatFound = 'Y'
                   REWRITE PlatRecord
                       INVALID KEY
                           MOVE 'N' TO PlatSaveOk
                   END-REWRITE
               WHEN OTHER
                   WRITE PlatRecord
                       INVALID KEY
                           MOVE 'N' TO PlatSaveOk
                   END-WRITE
           END-EVALUATE
           IF PlatSaveOk = 'N'
               DISPLAY 'ERROR: Could not save the streaming service, '
                   'file status ' FileStatus
           END-IF
           CLOSE PlatformFile.

       DeletePlatformForTitle.
           OPEN I-O PlatformFile
           IF FileStatus = '00'
               MOVE DeletedTitle TO PlatTitle
               READ PlatformFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PlatRecord TO RcyHold
                       DELETE PlatformFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'W' TO RcyHoldType
                               PERFORM BinHeldRecord
                               DISPLAY 'Streaming service entry for '
                                   DeletedTitle
                                   ' deleted with the drama.'
                       END-DELETE
               END-READ
               CLOSE PlatformFile
           END-IF.

       RecordServiceCost.
           DISPLAY 'Service name: ' NO ADVANCING
           MOVE SPACES TO SvcInName
           ACCEPT SvcInName
           INSPECT SvcInName CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SvcInName = SPACES
               DISPLAY 'No service name given.'
           ELSE
               DISPLAY 'Monthly cost (for example 15.99): '
                   NO ADVANCING
               ACCEPT SvcCostIn
               PERFORM AcquireLock
               IF LockDenied = 'N'
                   MOVE 'N' TO SvcFound
                   OPEN I-O ServiceFile
                   IF FileStatus = '35'
                       OPEN OUTPUT ServiceFile
                   ELSE
                       MOVE SvcInName TO SvcName
                       READ ServiceFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO SvcFound
                       END-READ
                   END-IF
                   MOVE SvcInName TO SvcName
                   MOVE SvcCostIn TO SvcMonthlyCost
                   IF SvcFound = 'Y'
                       REWRITE SvcRecord
                           INVALID KEY
                               DISPLAY 'ERROR: Could not update the se'
                                   'rvice, file status ' FileStatus
                           NOT INVALID KEY
                               DISPLAY 'Service cost updated.'
                       END-REWRITE
                   ELSE
                       WRITE SvcRecord
                           INVALID KEY
                               DISPLAY 'ERROR: Could not add the servi'
                                   'ce, file status ' FileStatus
                           NOT INVALID KEY
                               DISPLAY 'Service added.'
                       END-WRITE
                   END-IF
                   CLOSE ServiceFile
                   PERFORM ReleaseLock
               END-IF
           END-IF.

       ListServices.
           OPEN INPUT ServiceFile
           IF FileStatus NOT = '00'
               DISPLAY 'No services recorded yet.'
           ELSE
               MOVE 'N' TO EndOfSvc
               PERFORM UNTIL EndOfSvc = 'Y'
                   READ ServiceFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfSvc
                       NOT AT END
                           MOVE SvcMonthlyCost TO EditedCost
                           DISPLAY SvcName ' ' EditedCost ' per month'
                   END-READ
               END-PERFORM
               CLOSE ServiceFile
           END-IF.

       SubscriptionReport.
           DISPLAY 'Months of viewing to cost against (blank for 3): '
               NO ADVANCING
           ACCEPT SubMonthsTxt
           PERFORM SetSubMonths
           PERFORM SubscriptionReportBody.

       SetSubMonths.
           MOVE 3 TO SubMonths
           MOVE SubMonthsTxt TO ImportNumTxt
           PERFORM ConvertImportNumber
           IF ImportNumOk = 'Y' AND ImportNumValue > ZERO
                   AND ImportNumValue < 100
               MOVE ImportNumValue TO SubMonths
           END-IF.

       SubscriptionReportBody.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE CurrentDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           MOVE DayNumResult TO TodayDayNum
           COMPUTE SubWindowDayNum = TodayDayNum + 30
           MOVE CurrentDate TO SubCutoffDate
           COMPUTE SubMonthIdx = SubCutYear * 12 + SubCutMonth - 1
               - SubMonths
           DIVIDE SubMonthIdx BY 12 GIVING SubCutYear
               REMAINDER SubCutMonth
           ADD 1 TO SubCutMonth
           OPEN OUTPUT SubscrReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the subscription report, '
                   'file status ' FileStatus
           ELSE
               MOVE SubMonths TO EditedCount
               STRING 'DRAMA LIST - SUBSCRIPTIONS AS OF '
                   DELIMITED BY SIZE
                   CurrentDate DELIMITED BY SIZE
                   ', LAST' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' MONTH(S)' DELIMITED BY SIZE
                   INTO SubLineOut
               PERFORM WriteSubscrLine
               PERFORM TallySubscriptionEpisodes
               MOVE ZERO TO SubServiceCount
               MOVE 'N' TO SubPlatOpen
               OPEN INPUT PlatformFile
               IF FileStatus = '00'
                   MOVE 'Y' TO SubPlatOpen
               END-IF
               MOVE 'N' TO DramaOpenFlag
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE 'Y' TO DramaOpenFlag
               END-IF
               PERFORM OpenProfileOverlay

               OPEN INPUT ServiceFile
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfSvc
                   PERFORM UNTIL EndOfSvc = 'Y'
                       READ ServiceFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfSvc
                           NOT AT END
                               MOVE SvcName TO SubCurService
                               MOVE SvcMonthlyCost TO SubCurCost
                               MOVE 'Y' TO SubCostKnown
                               PERFORM ReportOneService
                       END-READ
                   END-PERFORM
                   CLOSE ServiceFile
               END-IF
               IF SubPlatOpen = 'Y'
                   PERFORM CollectUncostedServices
                   PERFORM VARYING SubSvcIdx FROM 1 BY 1
                           UNTIL SubSvcIdx > SubSvcUsed
                       MOVE SubSvcName(SubSvcIdx) TO SubCurService
                       MOVE ZERO TO SubCurCost
                       MOVE 'N' TO SubCostKnown
                       PERFORM ReportOneService
                   END-PERFORM
               END-IF
               IF SubServiceCount = ZERO
                   PERFORM WriteSubscrLine
                   MOVE '  NO SERVICES OR STREAMING ENTRIES RECORDED.'
                       TO SubLineOut
                   PERFORM WriteSubscrLine
               END-IF

               PERFORM CloseProfileOverlay
               IF DramaOpenFlag = 'Y'
                   CLOSE DramaFile
                   MOVE 'N' TO DramaOpenFlag
               END-IF
               IF SubPlatOpen = 'Y'
                   CLOSE PlatformFile
                   MOVE 'N' TO SubPlatOpen
               END-IF
               CLOSE SubscrReportFile
               DISPLAY SubServiceCount ' service(s) reported.'
               DISPLAY 'Subscription report written to '
                   'dramalist_subscr.rpt'
           END-IF.

       TallySubscriptionEpisodes.
           MOVE ZERO TO SubEpUsed
           OPEN INPUT PlatformFile
           IF FileStatus = '00'
               OPEN INPUT DiaryFile
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfDiary
                   PERFORM UNTIL EndOfDiary = 'Y'
                       READ DiaryFile
                           AT END
                               MOVE 'Y' TO EndOfDiary
                           NOT AT END
                               PERFORM ParseDiaryLine
                               IF DiaryDateTxt IS NUMERIC
                                   MOVE DiaryDateTxt TO DiaryDate
                                   IF DiaryDate >= SubCutoffDate
                                       PERFORM CountServiceEpisode
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DiaryFile
               END-IF
               CLOSE PlatformFile
           END-IF.

       CountServiceEpisode.
           MOVE DiaryTitle TO PlatTitle
           READ PlatformFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO SubEpFoundIdx
                   PERFORM VARYING SubEpIdx FROM 1 BY 1
                           UNTIL SubEpIdx > SubEpUsed
                       IF SubEpService(SubEpIdx) = PlatService
                           MOVE SubEpIdx TO SubEpFoundIdx
                       END-IF
                   END-PERFORM
                   IF SubEpFoundIdx = ZERO AND SubEpUsed < 50
                       ADD 1 TO SubEpUsed
                       MOVE PlatService TO SubEpService(SubEpUsed)
                       MOVE ZERO TO SubEpCount(SubEpUsed)
                       MOVE SubEpUsed TO SubEpFoundIdx
                   END-IF
                   IF SubEpFoundIdx > ZERO
                       ADD 1 TO SubEpCount(SubEpFoundIdx)
                   END-IF
           END-READ.

       CollectUncostedServices.
           MOVE ZERO TO SubSvcUsed
           MOVE 'N' TO SvcAvailable
           OPEN INPUT ServiceFile
           IF FileStatus = '00'
               MOVE 'Y' TO SvcAvailable
           END-IF
           MOVE SPACES TO SubLastService
           MOVE LOW-VALUES TO PlatService
           START PlatformFile KEY NOT < PlatService
               INVALID KEY
                   MOVE 'Y' TO EndOfPlat
               NOT INVALID KEY
                   MOVE 'N' TO EndOfPlat
           END-START
           PERFORM UNTIL EndOfPlat = 'Y'
               READ PlatformFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfPlat
                   NOT AT END
                       IF PlatService NOT = SubLastService
                           MOVE PlatService TO SubLastService
                           PERFORM CheckServiceCosted
                       END-IF
               END-READ
           END-PERFORM
           IF SvcAvailable = 'Y'
               CLOSE ServiceFile
               MOVE 'N' TO SvcAvailable
           END-IF.

       CheckServiceCosted.
           MOVE 'N' TO SvcFound
           IF SvcAvailable = 'Y'
               MOVE PlatService TO SvcName
               READ ServiceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SvcFound
               END-READ
           END-IF
           IF SvcFound = 'N' AND SubSvcUsed < 50
               ADD 1 TO SubSvcUsed
               MOVE PlatService TO SubSvcName(SubSvcUsed)
           END-IF.

       ReportOneService.
           ADD 1 TO SubServiceCount
           PERFORM WriteSubscrLine
           IF SubCostKnown = 'Y'
               MOVE SubCurCost TO EditedCost
               STRING 'SERVICE: ' DELIMITED BY SIZE
                   SubCurService DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   EditedCost DELIMITED BY SIZE
                   ' PER MONTH' DELIMITED BY SIZE
                   INTO SubLineOut
           ELSE
               STRING 'SERVICE: ' DELIMITED BY SIZE
                   SubCurService DELIMITED BY '  '
                   ' - MONTHLY COST NOT RECORDED' DELIMITED BY SIZE
                   INTO SubLineOut
           END-IF
           PERFORM WriteSubscrLine

           MOVE ZERO TO SubEpisodes
           PERFORM VARYING SubEpIdx FROM 1 BY 1
                   UNTIL SubEpIdx > SubEpUsed
               IF SubEpService(SubEpIdx) = SubCurService
                   MOVE SubEpCount(SubEpIdx) TO SubEpisodes
               END-IF
           END-PERFORM
           MOVE SubEpisodes TO EditedCount
           STRING '  EPISODES WATCHED IN PERIOD:' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO SubLineOut
           PERFORM WriteSubscrLine
           IF SubCostKnown = 'Y'
               IF SubEpisodes > ZERO
                   COMPUTE SubCostPerEp ROUNDED =
                       SubCurCost * SubMonths / SubEpisodes
                   MOVE SubCostPerEp TO EditedCostPerEp
                   STRING '  COST PER EPISODE WATCHED:'
                       DELIMITED BY SIZE
                       EditedCostPerEp DELIMITED BY SIZE
                       INTO SubLineOut
               ELSE
                   MOVE '  COST PER EPISODE WATCHED: NOTHING WATCHED'
                       TO SubLineOut
               END-IF
               PERFORM WriteSubscrLine
           END-IF

           MOVE '  UNWATCHED TITLES HERE:' TO SubLineOut
           PERFORM WriteSubscrLine
           MOVE ZERO TO SubTitleCount
           MOVE ZERO TO SubUnwatchedCount
           MOVE 'U' TO SubMode
           PERFORM ScanServiceTitles
           IF SubUnwatchedCount = ZERO
               MOVE '    (NONE)' TO SubLineOut
               PERFORM WriteSubscrLine
           END-IF
           MOVE '  LEAVING WITHIN 30 DAYS, NOT FINISHED:' TO SubLineOut
           PERFORM WriteSubscrLine
           MOVE ZERO TO SubLeavingCount
           MOVE 'L' TO SubMode
           PERFORM ScanServiceTitles
           IF SubLeavingCount = ZERO
               MOVE '    (NONE)' TO SubLineOut
               PERFORM WriteSubscrLine
           END-IF
           IF SubTitleCount = ZERO
               MOVE '  NO TITLES ON THIS SERVICE.' TO SubLineOut
               PERFORM WriteSubscrLine
           END-IF.

       ScanServiceTitles.
           IF SubPlatOpen = 'Y'
               MOVE SubCurService TO PlatService
               START PlatformFile KEY = PlatService
                   INVALID KEY
                       MOVE 'Y' TO EndOfPlat
                   NOT INVALID KEY
                       MOVE 'N' TO EndOfPlat
               END-START
               PERFORM UNTIL EndOfPlat = 'Y'
                   READ PlatformFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfPlat
                       NOT AT END
                           IF PlatService NOT = SubCurService
                               MOVE 'Y' TO EndOfPlat
                           ELSE
                               PERFORM CheckServiceTitle
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CheckServiceTitle.
           IF SubMode = 'U'
               ADD 1 TO SubTitleCount
           END-IF
           IF DramaOpenFlag = 'Y'
               MOVE PlatTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyProfileOverlay
                       IF SubMode = 'U'
                           PERFORM ListUnwatchedOnService
                       ELSE
                           PERFORM ListLeavingService
                       END-IF
               END-READ
           END-IF.

       ListUnwatchedOnService.
           IF EffStatus = 'On Going' OR EffStatus = 'Not Watched'
               ADD 1 TO SubUnwatchedCount
               STRING '    ' DELIMITED BY SIZE
                   DramaTitle DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   EffStatus DELIMITED BY '  '
                   ', EP ' DELIMITED BY SIZE
                   EffEpisode DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   TotalEpisodes DELIMITED BY SIZE
                   INTO SubLineOut
               PERFORM WriteSubscrLine
           END-IF.

       ListLeavingService.
           IF PlatLeaveDate > ZERO
                   AND EffStatus NOT = 'Watched'
                   AND EffStatus NOT = 'Dropped'
               MOVE PlatLeaveDate TO DayNumInput
               PERFORM ConvertDateToDayNum
               IF DayNumResult >= TodayDayNum
                       AND DayNumResult <= SubWindowDayNum
                   ADD 1 TO SubLeavingCount
                   STRING '    ' DELIMITED BY SIZE
                       DramaTitle DELIMITED BY '  '
                       ' - LEAVES ' DELIMITED BY SIZE
                       PlatLeaveDate DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       EffStatus DELIMITED BY '  '
                       ')' DELIMITED BY SIZE
                       INTO SubLineOut
                   PERFORM WriteSubscrLine
               END-IF
           END-IF.

       WriteSubscrLine.
           WRITE SubscrReportLine FROM SubLineOut
           MOVE SPACES TO SubLineOut.

       ScanPlatformIntegrity.
           MOVE ZERO TO IntOrphanPlat
           MOVE 'N' TO DramaOpenFlag
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'Y' TO DramaOpenFlag
           END-IF
           IF DramaOpenFlag = 'N'
               IF IntFixMode = 'N'
                   MOVE '(DRAMA FILE UNAVAILABLE - STREAMING SKIPPED)'
                       TO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           ELSE
               MOVE 'N' TO IntArcOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'Y' TO IntArcOpen
               END-IF
               IF IntFixMode = 'Y'
                   OPEN I-O PlatformFile
               ELSE
                   OPEN INPUT PlatformFile
               END-IF
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ PlatformFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               PERFORM CheckOnePlatformEntry
                       END-READ
                   END-PERFORM
                   CLOSE PlatformFile
               END-IF
               IF IntArcOpen = 'Y'
                   CLOSE ArchiveFile
                   MOVE 'N' TO IntArcOpen
               END-IF
               CLOSE DramaFile
           END-IF.

       CheckOnePlatformEntry.
           MOVE PlatTitle TO IntCheckTitle
           PERFORM CheckLiveOrArchived
           IF IntTitleFound = 'N'
               ADD 1 TO IntOrphanPlat
               IF IntFixMode = 'Y'
                   DELETE PlatformFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PlatTitle TO AuditTitle
                           MOVE 'PLATFORM' TO AuditOldStatus
                           MOVE SPACES TO AuditNewStatus
                           MOVE ZERO TO AuditOldEpisode
                           MOVE ZERO TO AuditNewEpisode
                           MOVE 'INTEGRITY' TO AuditAction
                           PERFORM WriteAuditRecord
                   END-DELETE
               ELSE
                   STRING 'ORPHAN STREAMING ENTRY: ' DELIMITED BY SIZE
                       PlatTitle DELIMITED BY '  '
                       INTO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           END-IF.

       MergeSyncPlat.
           OPEN I-O PlatformFile
           IF FileStatus = '35'
               OPEN OUTPUT PlatformFile
               PERFORM AddSyncPlat
           ELSE
               MOVE SyncWTitle TO PlatTitle
               READ PlatformFile
                   INVALID KEY
                       PERFORM AddSyncPlat
                   NOT INVALID KEY
                       PERFORM ReconcileSyncPlat
               END-READ
           END-IF
           CLOSE PlatformFile.

       AddSyncPlat.
           MOVE SyncPlatRec TO PlatRecord
           WRITE PlatRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SyncAddCount
                   STRING 'STREAMING ADDED: ' DELIMITED BY SIZE
                       PlatTitle DELIMITED BY '  '
                       INTO SyncRptLineOut
                   PERFORM WriteSyncReportLine
           END-WRITE.

       ReconcileSyncPlat.
           IF PlatRecord = SyncPlatRec
               ADD 1 TO SyncSameCount
           ELSE
               IF SyncWTitle = SyncCurTitle
                       AND SyncApplyRemote = 'Y'
                   MOVE SyncPlatRec TO PlatRecord
                   REWRITE PlatRecord
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO SyncApplyCount
                           STRING 'STREAMING APPLIED: '
                               DELIMITED BY SIZE
                               PlatTitle DELIMITED BY '  '
                               INTO SyncRptLineOut
                           PERFORM WriteSyncReportLine
                   END-REWRITE
               ELSE
                   ADD 1 TO SyncKeepCount
                   STRING 'STREAMING KEPT (NEWER HERE): '
                       DELIMITED BY SIZE
                       PlatTitle DELIMITED BY '  '
                       INTO SyncRptLineOut
                   PERFORM WriteSyncReportLine
               END-IF
           END-IF.

       MergeSyncSvc.
           OPEN I-O ServiceFile
           IF FileStatus = '35'
               OPEN OUTPUT ServiceFile
               PERFORM AddSyncSvc
           ELSE
               MOVE SyncVName TO SvcName
               READ ServiceFile
                   INVALID KEY
                       PERFORM AddSyncSvc
                   NOT INVALID KEY
                       IF SvcRecord = SyncSvcRec
                           ADD 1 TO SyncSameCount
                       ELSE
                           ADD 1 TO SyncKeepCount
                           STRING 'SERVICE COST KEPT (LOCAL): '
                               DELIMITED BY SIZE
                               SvcName DELIMITED BY '  '
                               INTO SyncRptLineOut
                           PERFORM WriteSyncReportLine
                       END-IF
               END-READ
           END-IF
           CLOSE ServiceFile.

       AddSyncSvc.
           MOVE SyncSvcRec TO SvcRecord
           WRITE SvcRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SyncAddCount
                   STRING 'SERVICE ADDED: ' DELIMITED BY SIZE
                       SvcName DELIMITED BY '  '
                       INTO SyncRptLineOut
                   PERFORM WriteSyncReportLine
           END-WRITE.

       TxnSetService.
           IF TxnProfile NOT = SPACES
               MOVE 'Service cannot be limited to a profile'
                   TO TxnReason
           ELSE
               MOVE TxnTitle TO LookupTitle
               PERFORM CheckTitleOnList
               IF TitleOnList = 'N'
                   MOVE 'Title not on the list' TO TxnReason
               ELSE
                   MOVE TxnField1 TO TxnField7
                   MOVE TxnField2 TO TxnField8
                   PERFORM TxnCheckPlatform
                   IF TxnReason = SPACES
                       MOVE TxnTitle TO PlatInTitle
                       PERFORM SavePlatformEntry
                       IF PlatSaveOk = 'N'
                           MOVE 'Streaming service could not be saved'
                               TO TxnReason
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TxnCheckPlatform.
           MOVE TxnField7 TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO PlatInService
           MOVE ZERO TO PlatInLeave
           MOVE TxnField8 TO ImportTrimTxt
           PERFORM StripImportField
           IF ImportTrimTxt NOT = SPACES
               IF ImportTrimTxt(9:) NOT = SPACES
                       OR ImportTrimTxt(1:8) IS NOT NUMERIC
                   MOVE 'Leave date must be YYYYMMDD' TO TxnReason
               ELSE
                   MOVE ImportTrimTxt(1:8) TO PlatInLeave
                   PERFORM CheckLeaveDate
                   IF PlatLeaveOk = 'N'
                       MOVE 'Leave date must be YYYYMMDD' TO TxnReason
                   END-IF
               END-IF
           END-IF.

       ExportSyncServices.
           OPEN INPUT ServiceFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfSvc
               PERFORM UNTIL EndOfSvc = 'Y'
                   READ ServiceFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfSvc
                       NOT AT END
                           MOVE SPACES TO SyncOut
                           MOVE 'V' TO SyncOut(1:1)
                           MOVE SvcRecord TO SyncOut(2:26)
                           WRITE SyncPackRecord FROM SyncOut
                   END-READ
               END-PERFORM
               CLOSE ServiceFile
           END-IF.

       LinkMenu.
           DISPLAY 'SERIES LINKS'
           DISPLAY '1. Link a title to the season before it'
           DISPLAY '2. Remove the link for a title'
           DISPLAY '3. Franchise report'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT LinkChoice
           EVALUATE LinkChoice
               WHEN '1'
                   PERFORM LinkTitleToPrev
               WHEN '2'
                   PERFORM RemoveTitleLink
               WHEN '3'
                   PERFORM FranchiseReportBody
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LinkTitleToPrev.
           DISPLAY 'Enter the later title (next season or part): '
               NO ADVANCING
           ACCEPT LinkInTitle
           DISPLAY 'Enter the title it follows: ' NO ADVANCING
           ACCEPT LinkInPrev
           DISPLAY 'Season or part number of the later title: '
               NO ADVANCING
           ACCEPT LinkInSeason
           MOVE 'Y' TO LinkOk
           MOVE LinkInTitle TO LookupTitle
           PERFORM CheckTitleOnList
           IF TitleOnList = 'N'
               DISPLAY 'That title is not on your drama list.'
               MOVE 'N' TO LinkOk
           END-IF
           IF LinkOk = 'Y'
               MOVE LinkInPrev TO LinkCheckTitle
               PERFORM CheckLinkTitleKnown
               IF LinkTitleKnown = 'N'
                   DISPLAY 'The earlier title is not on the list or in '
                       'the archive.'
                   MOVE 'N' TO LinkOk
               END-IF
           END-IF
           IF LinkOk = 'Y' AND LinkInPrev = LinkInTitle
               DISPLAY 'A title cannot follow itself.'
               MOVE 'N' TO LinkOk
           END-IF
           IF LinkOk = 'Y' AND LinkInSeason = ZERO
               DISPLAY 'Season or part number must be 1 or more.'
               MOVE 'N' TO LinkOk
           END-IF
           IF LinkOk = 'Y'
               PERFORM CheckLinkCycle
               IF LinkCycle = 'Y'
                   DISPLAY 'That link would make the series loop back '
                       'on itself.'
                   MOVE 'N' TO LinkOk
               END-IF
           END-IF
           IF LinkOk = 'Y'
               PERFORM AcquireLock
               IF LockDenied = 'N'
                   PERFORM SaveLinkRecord
                   PERFORM ReleaseLock
               END-IF
           END-IF.

       CheckLinkTitleKnown.
           MOVE LinkCheckTitle TO LookupTitle
           PERFORM CheckTitleOnList
           MOVE TitleOnList TO LinkTitleKnown
           IF LinkTitleKnown = 'N'
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE LinkCheckTitle TO ArcTitle
                   READ ArchiveFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO LinkTitleKnown
                   END-READ
                   CLOSE ArchiveFile
               END-IF
           END-IF.

       CheckLinkCycle.
           MOVE 'N' TO LinkCycle
           MOVE LinkInPrev TO LinkWalkTitle
           MOVE ZERO TO LinkDepth
           OPEN INPUT LinkFile
           IF FileStatus = '00'
               MOVE 'N' TO LinkWalkDone
               PERFORM UNTIL LinkWalkDone = 'Y'
                   MOVE LinkWalkTitle TO LinkTitle
                   READ LinkFile
                       INVALID KEY
                           MOVE 'Y' TO LinkWalkDone
                       NOT INVALID KEY
                           IF LinkPrevTitle = LinkInTitle
                               MOVE 'Y' TO LinkCycle
                               MOVE 'Y' TO LinkWalkDone
                           END-IF
                           MOVE LinkPrevTitle TO LinkWalkTitle
                   END-READ
                   ADD 1 TO LinkDepth
                   IF LinkDepth >= 50
                       MOVE 'Y' TO LinkWalkDone
                   END-IF
               END-PERFORM
               CLOSE LinkFile
           END-IF.

       SaveLinkRecord.
           MOVE 'N' TO LinkFound
           OPEN I-O LinkFile
           IF FileStatus = '35'
               OPEN OUTPUT LinkFile
           ELSE
               MOVE LinkInTitle TO LinkTitle
               READ LinkFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO LinkFound
               END-READ
           END-IF
           MOVE LinkInTitle TO LinkTitle
           MOVE LinkInPrev TO LinkPrevTitle
           MOVE LinkInSeason TO LinkSeason
           IF LinkFound = 'Y'
               REWRITE LinkRecord
                   INVALID KEY
                       DISPLAY 'ERROR: Could not update the link, file '
                           'status ' FileStatus
                   NOT INVALID KEY
                       DISPLAY 'Series link updated.'
               END-REWRITE
           ELSE
               WRITE LinkRecord
                   INVALID KEY
                       DISPLAY 'ERROR: Could not add the link, file '
                           'status ' FileStatus
                   NOT INVALID KEY
                       DISPLAY 'Series link added.'
               END-WRITE
           END-IF
           CLOSE LinkFile.

       RemoveTitleLink.
           DISPLAY 'Enter the title whose link to remove: '
               NO ADVANCING
           ACCEPT LinkInTitle
           PERFORM AcquireLock
           IF LockDenied = 'N'
               OPEN I-O LinkFile
               IF FileStatus NOT = '00'
                   DISPLAY 'No series links recorded yet.'
               ELSE
                   MOVE LinkInTitle TO LinkTitle
                   READ LinkFile
                       INVALID KEY
                           DISPLAY 'That title has no series link.'
                       NOT INVALID KEY
                           DELETE LinkFile
                               INVALID KEY
                                   DISPLAY 'ERROR: Could not remove the'
                                       ' link, file status ' FileStatus
                               NOT INVALID KEY
                                   DISPLAY 'Series link removed.'
                           END-DELETE
                   END-READ
                   CLOSE LinkFile
               END-IF
               PERFORM ReleaseLock
           END-IF.

       NoteSeasonFinished.
           MOVE 'Y' TO NextPending
           MOVE DramaTitle TO NextFromTitle
           MOVE DramaGenre TO NextFromGenre
           MOVE DramaRating TO NextFromRating.

       FindNextSeason.
           MOVE 'N' TO NextFound
           OPEN INPUT LinkFile
           IF FileStatus = '00'
               MOVE NextFromTitle TO LinkPrevTitle
               START LinkFile KEY = LinkPrevTitle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LinkFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LinkPrevTitle = NextFromTitle
                                   MOVE 'Y' TO NextFound
                                   MOVE LinkTitle TO NextTitle
                                   MOVE LinkSeason TO NextSeason
                               END-IF
                       END-READ
               END-START
               CLOSE LinkFile
           END-IF.

       OfferNextSeason.
           MOVE 'N' TO NextPending
           PERFORM FindNextSeason
           IF NextFound = 'Y'
               DISPLAY 'Next in series: ' NextTitle
               DISPLAY '    (season/part ' NextSeason ')'
               MOVE 'N' TO NextOnList
               PERFORM OpenProfileOverlay
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE NextTitle TO DramaTitle
                   READ DramaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO NextOnList
                           PERFORM ApplyProfileOverlay
                   END-READ
                   CLOSE DramaFile
               END-IF
               PERFORM CloseProfileOverlay
               IF NextOnList = 'Y'
                   PERFORM OfferNextStatusReset
               ELSE
                   PERFORM OfferNextSeasonAdd
               END-IF
           END-IF.

       OfferNextStatusReset.
           EVALUATE EffStatus
               WHEN 'Not Watched'
                   DISPLAY 'It is already on your list as Not Watched.'
               WHEN 'Watched'
               WHEN 'On Going'
                   DISPLAY 'It is on your list as ' EffStatus
               WHEN OTHER
                   DISPLAY 'It is on your list as ' EffStatus
                   DISPLAY 'Set it to Not Watched? (Y/N): '
                       NO ADVANCING
                   ACCEPT NextConfirm
                   IF NextConfirm = 'Y' OR NextConfirm = 'y'
                       MOVE NextTitle TO TxnTitle
                       MOVE CurrentProfile TO TxnProfile
                       MOVE SPACES TO TxnReason
                       MOVE SPACES TO TxnLifeReason
                       MOVE 'Not Watched' TO TxnNewStatus
                       MOVE ZERO TO TxnNewEpisode
                       MOVE 'Y' TO TxnSetStatusFlag
                       MOVE 'Y' TO TxnSetEpFlag
                       MOVE 'N' TO TxnSetRatingFlag
                       PERFORM TxnApplyChange
                       MOVE 'N' TO LifeReasonPreset
                       IF TxnReason NOT = SPACES
                           DISPLAY 'ERROR: ' TxnReason
                       ELSE
                           DISPLAY NextTitle
                           DISPLAY '    set to Not Watched.'
                       END-IF
                   END-IF
           END-EVALUATE.

       OfferNextSeasonAdd.
           MOVE NextTitle TO LinkCheckTitle
           PERFORM CheckLinkTitleKnown
           IF LinkTitleKnown = 'Y'
               DISPLAY 'It is in the archive; un-archive it to watch '
                   'it.'
           ELSE
               DISPLAY 'It is not on your list. Add it as Not Watched? '
                   '(Y/N): ' NO ADVANCING
               ACCEPT NextConfirm
               IF NextConfirm = 'Y' OR NextConfirm = 'y'
                   PERFORM AddNextSeason
               END-IF
           END-IF.

       AddNextSeason.
           MOVE NextTitle TO NewDramaTitle
           PERFORM CheckDuplicateTitle
           IF DuplicateFound = 'Y'
               DISPLAY 'That title is already on your list. Add cancel'
                   'led.'
           ELSE
               OPEN I-O DramaFile
               IF FileStatus = '35'
                   OPEN OUTPUT DramaFile
               END-IF
               IF FileStatus NOT = '00'
                   DISPLAY 'ERROR: Could not add drama, file status '
                       FileStatus
               ELSE
                   PERFORM WriteNextSeason
                   CLOSE DramaFile
               END-IF
           END-IF.

       WriteNextSeason.
           MOVE NextTitle TO DramaTitle
           MOVE 'Not Watched' TO WatchedStatus
           MOVE ZERO TO CurrentEpisode
           MOVE ZERO TO TotalEpisodes
           MOVE NextFromGenre TO DramaGenre
           MOVE NextFromRating TO DramaRating
           WRITE DramaRecord
               INVALID KEY
                   DISPLAY 'ERROR: Could not add drama, file status '
                       FileStatus
               NOT INVALID KEY
                   MOVE DramaTitle TO AuditTitle
                   MOVE SPACES TO AuditOldStatus
                   MOVE WatchedStatus TO AuditNewStatus
                   MOVE ZERO TO AuditOldEpisode
                   MOVE ZERO TO AuditNewEpisode
                   MOVE 'ADD' TO AuditAction
                   PERFORM WriteAuditRecord
                   DISPLAY 'Drama added successfully.'
                   MOVE NextFromTitle TO PlatInTitle
                   PERFORM ReadPlatformEntry
                   IF PlatFound = 'Y'
                       MOVE NextTitle TO PlatInTitle
                       MOVE ZERO TO PlatInLeave
                       PERFORM SavePlatformEntry
                   END-IF
           END-WRITE.

       LogNextSeason.
           MOVE 'N' TO NextPending
           PERFORM FindNextSeason
           IF NextFound = 'Y'
               MOVE SPACES TO BatchLogMsg
               STRING 'NEXT IN SERIES: ' DELIMITED BY SIZE
                   NextTitle DELIMITED BY '  '
                   INTO BatchLogMsg
               PERFORM WriteBatchLog
           END-IF.

       CollectRecBoosts.
           MOVE ZERO TO RecBoostCount
           MOVE 'N' TO RecLinkOpen
           OPEN INPUT LinkFile
           IF FileStatus = '00'
               MOVE 'Y' TO RecLinkOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ ArchiveFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               IF ArcStatus = 'Watched'
                                       AND ArcRating >= 4
                                   MOVE ArcTitle TO NextFromTitle
                                   PERFORM AddRecBoosts
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveFile
               END-IF
           END-IF.

       CheckRecBoostSource.
           IF RecLinkOpen = 'Y' AND EffStatus = 'Watched'
                   AND EffRating >= 4
               MOVE DramaTitle TO NextFromTitle
               PERFORM AddRecBoosts
           END-IF.

       AddRecBoosts.
           MOVE NextFromTitle TO LinkPrevTitle
           START LinkFile KEY = LinkPrevTitle
               INVALID KEY
                   MOVE 'Y' TO LinkWalkDone
               NOT INVALID KEY
                   MOVE 'N' TO LinkWalkDone
           END-START
           PERFORM UNTIL LinkWalkDone = 'Y'
               READ LinkFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO LinkWalkDone
                   NOT AT END
                       IF LinkPrevTitle NOT = NextFromTitle
                           MOVE 'Y' TO LinkWalkDone
                       ELSE
                           IF RecBoostCount < 50
                               ADD 1 TO RecBoostCount
                               MOVE LinkTitle
                                   TO RecBoostTitle(RecBoostCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ApplyRecBoost.
           MOVE 'N' TO RecBoosted
           PERFORM VARYING RecBoostIdx FROM 1 BY 1
                   UNTIL RecBoostIdx > RecBoostCount OR RecBoosted = 'Y'
               IF RecBoostTitle(RecBoostIdx) = DramaTitle
                   ADD 6 TO RecScore
                   MOVE 'Y' TO RecBoosted
               END-IF
           END-PERFORM.

       FranchiseReportBody.
           OPEN OUTPUT FranchiseReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the franchise report, '
                   'file status ' FileStatus
           ELSE
               MOVE 'DRAMA LIST - FRANCHISE REPORT' TO FrLineOut
               PERFORM WriteFranchiseLine
               MOVE ZERO TO FrSeriesCount
               OPEN INPUT LinkFile
               IF FileStatus NOT = '00'
                   PERFORM WriteFranchiseLine
                   MOVE '  NO SERIES LINKS RECORDED.' TO FrLineOut
                   PERFORM WriteFranchiseLine
               ELSE
                   PERFORM CollectFranchiseRoots
                   MOVE 'N' TO DramaOpenFlag
                   OPEN INPUT DramaFile
                   IF FileStatus = '00'
                       MOVE 'Y' TO DramaOpenFlag
                   END-IF
                   MOVE 'N' TO FrArcOpen
                   OPEN INPUT ArchiveFile
                   IF FileStatus = '00'
                       MOVE 'Y' TO FrArcOpen
                   END-IF
                   PERFORM OpenProfileOverlay
                   PERFORM VARYING FrRootIdx FROM 1 BY 1
                           UNTIL FrRootIdx > FrRootCount
                       IF FrRootIsRoot(FrRootIdx) = 'Y'
                           PERFORM FranchiseOneSeries
                       END-IF
                   END-PERFORM
                   PERFORM CloseProfileOverlay
                   IF FrArcOpen = 'Y'
                       CLOSE ArchiveFile
                       MOVE 'N' TO FrArcOpen
                   END-IF
                   IF DramaOpenFlag = 'Y'
                       CLOSE DramaFile
                       MOVE 'N' TO DramaOpenFlag
                   END-IF
                   CLOSE LinkFile
               END-IF
               CLOSE FranchiseReportFile
               DISPLAY FrSeriesCount ' series reported.'
               DISPLAY 'Franchise report written to '
                   'dramalist_franchise.rpt'
           END-IF.

       CollectFranchiseRoots.
           MOVE ZERO TO FrRootCount
           MOVE 'N' TO EndOfLink
           PERFORM UNTIL EndOfLink = 'Y'
               READ LinkFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfLink
                   NOT AT END
                       PERFORM AddFranchiseRoot
               END-READ
           END-PERFORM
           PERFORM VARYING FrRootIdx FROM 1 BY 1
                   UNTIL FrRootIdx > FrRootCount
               MOVE FrRootTitle(FrRootIdx) TO LinkTitle
               READ LinkFile
                   INVALID KEY
                       MOVE 'Y' TO FrRootIsRoot(FrRootIdx)
                   NOT INVALID KEY
                       MOVE 'N' TO FrRootIsRoot(FrRootIdx)
               END-READ
           END-PERFORM.

       AddFranchiseRoot.
           MOVE ZERO TO FrRootFoundIdx
           PERFORM VARYING FrRootIdx FROM 1 BY 1
                   UNTIL FrRootIdx > FrRootCount
               IF FrRootTitle(FrRootIdx) = LinkPrevTitle
                   MOVE FrRootIdx TO FrRootFoundIdx
               END-IF
           END-PERFORM
           IF FrRootFoundIdx = ZERO AND FrRootCount < 100
               ADD 1 TO FrRootCount
               MOVE LinkPrevTitle TO FrRootTitle(FrRootCount)
               MOVE 'N' TO FrRootIsRoot(FrRootCount)
           END-IF.

       FranchiseOneSeries.
           ADD 1 TO FrSeriesCount
           MOVE ZERO TO FrEntryCount
           MOVE ZERO TO FrWatchedCount
           MOVE ZERO TO FrEpSum
           MOVE ZERO TO FrTotSum
           PERFORM WriteFranchiseLine
           STRING 'SERIES: ' DELIMITED BY SIZE
               FrRootTitle(FrRootIdx) DELIMITED BY '  '
               INTO FrLineOut
           PERFORM WriteFranchiseLine
           MOVE FrRootTitle(FrRootIdx) TO FrCurTitle
           MOVE 1 TO FrCurSeason
           PERFORM WriteFranchiseEntry
           MOVE ZERO TO LinkDepth
           MOVE 'N' TO LinkWalkDone
           PERFORM UNTIL LinkWalkDone = 'Y'
               MOVE FrCurTitle TO LinkPrevTitle
               MOVE 'Y' TO LinkWalkDone
               START LinkFile KEY = LinkPrevTitle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LinkFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LinkPrevTitle = FrCurTitle
                                   MOVE 'N' TO LinkWalkDone
                                   MOVE LinkTitle TO FrCurTitle
                                   MOVE LinkSeason TO FrCurSeason
                                   PERFORM WriteFranchiseEntry
                               END-IF
                       END-READ
               END-START
               ADD 1 TO LinkDepth
               IF LinkDepth >= 50
                   MOVE 'Y' TO LinkWalkDone
               END-IF
           END-PERFORM
           MOVE FrEntryCount TO EditedCount
           MOVE FrWatchedCount TO FrEditWatched
           STRING '  TOTAL:' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               ' ENTRIES,' DELIMITED BY SIZE
               FrEditWatched DELIMITED BY SIZE
               ' WATCHED' DELIMITED BY SIZE
               INTO FrLineOut
           PERFORM WriteFranchiseLine
           MOVE FrEpSum TO EditedEpisodes
           IF FrTotSum > ZERO
               MOVE FrTotSum TO FrEditTotal
               STRING '  EPISODES WATCHED:' DELIMITED BY SIZE
                   EditedEpisodes DELIMITED BY SIZE
                   ' OF' DELIMITED BY SIZE
                   FrEditTotal DELIMITED BY SIZE
                   INTO FrLineOut
           ELSE
               STRING '  EPISODES WATCHED:' DELIMITED BY SIZE
                   EditedEpisodes DELIMITED BY SIZE
                   INTO FrLineOut
           END-IF
           PERFORM WriteFranchiseLine.

       WriteFranchiseEntry.
           ADD 1 TO FrEntryCount
           MOVE 'NOT ON LIST' TO FrEntStatus
           MOVE ZERO TO FrEntEpisode
           MOVE ZERO TO FrEntTotal
           MOVE SPACES TO FrEntWhere
           MOVE 'N' TO LinkTitleKnown
           IF DramaOpenFlag = 'Y'
               MOVE FrCurTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO LinkTitleKnown
                       PERFORM ApplyProfileOverlay
                       MOVE EffStatus TO FrEntStatus
                       MOVE EffEpisode TO FrEntEpisode
                       MOVE TotalEpisodes TO FrEntTotal
               END-READ
           END-IF
           IF LinkTitleKnown = 'N' AND FrArcOpen = 'Y'
               MOVE FrCurTitle TO ArcTitle
               READ ArchiveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ArcStatus TO FrEntStatus
                       MOVE ArcEpisode TO FrEntEpisode
                       MOVE ArcTotal TO FrEntTotal
                       MOVE ' (ARCHIVED)' TO FrEntWhere
               END-READ
           END-IF
           IF FrEntStatus = 'Watched'
               ADD 1 TO FrWatchedCount
           END-IF
           ADD FrEntEpisode TO FrEpSum
           ADD FrEntTotal TO FrTotSum
           STRING '  ' DELIMITED BY SIZE
               FrCurSeason DELIMITED BY SIZE
               '. ' DELIMITED BY SIZE
               FrCurTitle DELIMITED BY '  '
               FrEntWhere DELIMITED BY '  '
               INTO FrLineOut
           PERFORM WriteFranchiseLine
           STRING '      ' DELIMITED BY SIZE
               FrEntStatus DELIMITED BY '  '
               ', EP ' DELIMITED BY SIZE
               FrEntEpisode DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               FrEntTotal DELIMITED BY SIZE
               INTO FrLineOut
           PERFORM WriteFranchiseLine.

       WriteFranchiseLine.
           WRITE FranchiseReportLine FROM FrLineOut
           MOVE SPACES TO FrLineOut.

       ScanLinkIntegrity.
           MOVE ZERO TO IntOrphanLink
           MOVE 'N' TO DramaOpenFlag
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'Y' TO DramaOpenFlag
           END-IF
           IF DramaOpenFlag = 'N'
               IF IntFixMode = 'N'
                   MOVE '(DRAMA FILE UNAVAILABLE - LINK SCAN SKIPPED)'
                       TO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           ELSE
               MOVE 'N' TO IntArcOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'Y' TO IntArcOpen
               END-IF
               IF IntFixMode = 'Y'
                   OPEN I-O LinkFile
               ELSE
                   OPEN INPUT LinkFile
               END-IF
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ LinkFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               PERFORM CheckOneLinkEntry
                       END-READ
                   END-PERFORM
                   CLOSE LinkFile
               END-IF
               IF IntArcOpen = 'Y'
                   CLOSE ArchiveFile
                   MOVE 'N' TO IntArcOpen
               END-IF
               CLOSE DramaFile
           END-IF.

       CheckOneLinkEntry.
           MOVE LinkTitle TO IntCheckTitle
           PERFORM CheckLiveOrArchived
           MOVE IntTitleFound TO IntLinkLaterOk
           MOVE LinkPrevTitle TO IntCheckTitle
           PERFORM CheckLiveOrArchived
           IF IntLinkLaterOk = 'N' OR IntTitleFound = 'N'
               ADD 1 TO IntOrphanLink
               IF IntFixMode = 'Y'
                   DELETE LinkFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LinkTitle TO AuditTitle
                           MOVE 'LINK' TO AuditOldStatus
                           MOVE SPACES TO AuditNewStatus
                           MOVE ZERO TO AuditOldEpisode
                           MOVE ZERO TO AuditNewEpisode
                           MOVE 'INTEGRITY' TO AuditAction
                           PERFORM WriteAuditRecord
                   END-DELETE
               ELSE
                   STRING 'BROKEN SERIES LINK: ' DELIMITED BY SIZE
                       LinkPrevTitle DELIMITED BY '  '
                       ' -> ' DELIMITED BY SIZE
                       LinkTitle DELIMITED BY '  '
                       INTO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           END-IF.

       CheckLiveOrArchived.
           MOVE IntCheckTitle TO DramaTitle
           PERFORM CheckLiveTitle
           IF IntTitleFound = 'N' AND IntArcOpen = 'Y'
               MOVE IntCheckTitle TO ArcTitle
               READ ArchiveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO IntTitleFound
               END-READ
           END-IF.

       FindNextBackupGen.
           MOVE ZERO TO BkGen
           OPEN INPUT BackupCatFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfCat
               PERFORM UNTIL EndOfCat = 'Y'
                   READ BackupCatFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfCat
                       NOT AT END
                           IF BkcGen > BkGen
                               MOVE BkcGen TO BkGen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackupCatFile
           END-IF
           ADD 1 TO BkGen.

       BackupOneDataFile.
           MOVE SPACES TO BkName
           STRING 'dramalist_g' DELIMITED BY SIZE
               BkGen DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               BkTag DELIMITED BY SPACE
               '.bak' DELIMITED BY SIZE
               INTO BkName
           MOVE BkName TO GenBakName
           MOVE ZERO TO BkSrcCount
           MOVE ZERO TO BkBakCount
           MOVE 'N' TO BkSrcFound
           MOVE 'N' TO BkWriteFail
           MOVE 'N' TO GenBakOpen
           EVALUATE BkTag
               WHEN 'drama'
                   PERFORM BkCopyDrama
               WHEN 'notes'
                   PERFORM BkCopyNotes
               WHEN 'schedule'
                   PERFORM BkCopySchedule
               WHEN 'profiles'
                   PERFORM BkCopyProfiles
               WHEN 'watchers'
                   PERFORM BkCopyWatchers
               WHEN 'archive'
                   PERFORM BkCopyArchive
               WHEN 'audit'
                   PERFORM BkCopyAudit
               WHEN 'diary'
                   PERFORM BkCopyDiary
               WHEN 'lifecycle'
                   PERFORM BkCopyLifecycle
               WHEN 'platform'
                   PERFORM BkCopyPlatform
               WHEN 'services'
                   PERFORM BkCopyServices
               WHEN 'links'
                   PERFORM BkCopyLinks
               WHEN 'recycle'
                   PERFORM BkCopyRecycle
               WHEN 'alertstate'
                   PERFORM BkCopyAlertState
               WHEN 'cast'
                   PERFORM BkCopyCast
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BkSrcFound = 'Y'
               PERFORM VerifyBackupCopy
           END-IF.

       OpenGenBakOutput.
           OPEN OUTPUT GenBakFile
           IF FileStatus = '00'
               MOVE 'Y' TO GenBakOpen
           ELSE
               MOVE 'Y' TO BkWriteFail
               DISPLAY 'ERROR: Could not open backup file ' GenBakName
                   ' file status ' FileStatus
           END-IF.

       WriteGenBakRecord.
           ADD 1 TO BkSrcCount
           IF BkWriteFail = 'N'
               WRITE GenBakRecord
               IF FileStatus NOT = '00'
                   MOVE 'Y' TO BkWriteFail
                   DISPLAY 'ERROR: Backup write failed, file status '
                       FileStatus
               END-IF
           END-IF.

       BkCopyDrama.
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ DramaFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE DramaRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE DramaFile
           END-IF.

       BkCopyNotes.
           OPEN INPUT NotesFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ NotesFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE NoteRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE NotesFile
           END-IF.

       BkCopySchedule.
           OPEN INPUT ScheduleFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ ScheduleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE SchedRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE ScheduleFile
           END-IF.

       BkCopyProfiles.
           OPEN INPUT ProfileFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ ProfileFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE ProfRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE ProfileFile
           END-IF.

       BkCopyWatchers.
           OPEN INPUT WatchersFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ WatchersFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE WatcherLine TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE WatchersFile
           END-IF.

       BkCopyArchive.
           OPEN INPUT ArchiveFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ ArchiveFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE ArcRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE ArchiveFile
           END-IF.

       BkCopyAudit.
           OPEN INPUT AuditFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE AuditLine TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE AuditFile
           END-IF.

       BkCopyDiary.
           OPEN INPUT DiaryFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ DiaryFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE DiaryLine TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE DiaryFile
           END-IF.

       BkCopyLifecycle.
           OPEN INPUT LifecycleFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ LifecycleFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE LifeLine TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE LifecycleFile
           END-IF.

       BkCopyPlatform.
           OPEN INPUT PlatformFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ PlatformFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE PlatRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE PlatformFile
           END-IF.

       BkCopyServices.
           OPEN INPUT ServiceFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ ServiceFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE SvcRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE ServiceFile
           END-IF.

       BkCopyLinks.
           OPEN INPUT LinkFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ LinkFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE LinkRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE LinkFile
           END-IF.

       VerifyBackupCopy.
           ADD 1 TO BkFileCount
           MOVE ZERO TO BkBakCount
           IF BkWriteFail = 'N'
               OPEN INPUT GenBakFile
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfGenBak
                   PERFORM UNTIL EndOfGenBak = 'Y'
                       READ GenBakFile
                           AT END
                               MOVE 'Y' TO EndOfGenBak
                           NOT AT END
                               ADD 1 TO BkBakCount
                       END-READ
                   END-PERFORM
                   CLOSE GenBakFile
               END-IF
           END-IF
           IF BkWriteFail = 'N' AND BkBakCount = BkSrcCount
               MOVE 'OK' TO BkResult
           ELSE
               MOVE 'FAIL' TO BkResult
               ADD 1 TO BkFailCount
               DISPLAY 'ERROR: ' GenBakName ' holds ' BkBakCount
                   ' record(s), source had ' BkSrcCount
           END-IF
           MOVE BkGen TO BkcGen
           MOVE BkTag TO BkcTag
           MOVE CurrentDate TO BkcDate
           MOVE BkTimeNow(1:6) TO BkcTime
           MOVE BkName TO BkcFileName
           MOVE BkSrcCount TO BkcSrcCount
           MOVE BkBakCount TO BkcBakCount
           MOVE BkResult TO BkcResult
           WRITE BkcRecord
               INVALID KEY
                   DISPLAY 'ERROR: Could not catalog ' BkName
                       ' file status ' FileStatus
           END-WRITE.

       BackupMenu.
           DISPLAY 'BACKUP GENERATIONS'
           DISPLAY '1. Take a full backup now'
           DISPLAY '2. Backup inventory report'
           DISPLAY '3. Purge old generations'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT BkChoice
           EVALUATE BkChoice
               WHEN '1'
                   PERFORM AcquireLock
                   IF LockDenied = 'N'
                       PERFORM BackupDramaFile
                       PERFORM ReleaseLock
                   END-IF
               WHEN '2'
                   PERFORM BackupReportBody
               WHEN '3'
                   PERFORM PurgeBackups
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PurgeBackups.
           DISPLAY 'Daily generations to keep (blank for 7): '
               NO ADVANCING
           ACCEPT BkArgDaily
           DISPLAY 'Weekly generations to keep (blank for 4): '
               NO ADVANCING
           ACCEPT BkArgWeekly
           DISPLAY 'Monthly generations to keep (blank for 12): '
               NO ADVANCING
           ACCEPT BkArgMonthly
           PERFORM SetPurgeRetention
           PERFORM AcquireLock
           IF LockDenied = 'N'
               PERFORM PurgeBackupsBody
               PERFORM ReleaseLock
           END-IF.

       SetPurgeRetention.
           MOVE 7 TO BkKeepDaily
           MOVE 4 TO BkKeepWeekly
           MOVE 12 TO BkKeepMonthly
           IF BkArgDaily NOT = SPACES
               MOVE BkArgDaily TO ImportNumTxt
               PERFORM ConvertImportNumber
               IF ImportNumOk = 'Y' AND ImportNumValue < 1000
                   MOVE ImportNumValue TO BkKeepDaily
               END-IF
           END-IF
           IF BkArgWeekly NOT = SPACES
               MOVE BkArgWeekly TO ImportNumTxt
               PERFORM ConvertImportNumber
               IF ImportNumOk = 'Y' AND ImportNumValue < 1000
                   MOVE ImportNumValue TO BkKeepWeekly
               END-IF
           END-IF
           IF BkArgMonthly NOT = SPACES
               MOVE BkArgMonthly TO ImportNumTxt
               PERFORM ConvertImportNumber
               IF ImportNumOk = 'Y' AND ImportNumValue < 1000
                   MOVE ImportNumValue TO BkKeepMonthly
               END-IF
           END-IF.

       PurgeBackupsBody.
           MOVE ZERO TO BkPurgedGens
           MOVE ZERO TO BkPurgedFiles
           MOVE ZERO TO BkKeptGens
           PERFORM LoadBackupGenTable
           IF BkGenSkipped > ZERO
               DISPLAY 'WARNING: ' BkGenSkipped ' oldest generation(s) '
                   'not examined and kept; purge again to review them.'
           END-IF
           IF BkGenCount = ZERO
               DISPLAY 'No backup generations on record.'
           ELSE
               PERFORM MarkGenerationsToKeep
               OPEN I-O BackupCatFile
               IF FileStatus NOT = '00'
                   MOVE 'Y' TO BatchOpFailed
                   DISPLAY 'ERROR: Could not open the backup catalog, '
                       'file status ' FileStatus
               ELSE
                   MOVE 1 TO BkPurgePass
                   PERFORM PurgeCatalogPass
                   MOVE 2 TO BkPurgePass
                   PERFORM PurgeCatalogPass
                   CLOSE BackupCatFile
                   PERFORM CountGenerationsKept
                   IF BkPurgedGens > ZERO
                       PERFORM PruneBackupLog
                       MOVE 'BACKUP GENERATIONS' TO AuditTitle
                       MOVE SPACES TO AuditOldStatus
                       MOVE SPACES TO AuditNewStatus
                       MOVE BkGenCount TO AuditOldEpisode
                       MOVE BkKeptGens TO AuditNewEpisode
                       MOVE 'PURGE' TO AuditAction
                       PERFORM WriteAuditRecord
                   END-IF
                   DISPLAY BkPurgedGens ' generation(s) purged ('
                       BkPurgedFiles ' file(s)), ' BkKeptGens ' kept.'
               END-IF
           END-IF.

       LoadBackupGenTable.
           MOVE ZERO TO BkGenCount
           MOVE ZERO TO BkGenSkipped
           OPEN INPUT BackupCatFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfCat
               PERFORM UNTIL EndOfCat = 'Y'
                   READ BackupCatFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfCat
                       NOT AT END
                           IF BkGenCount = ZERO
                               PERFORM AddBackupGenEntry
                           ELSE
                               IF BkcGen NOT = BkGenNum(BkGenCount)
                                   PERFORM AddBackupGenEntry
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackupCatFile
           END-IF.

       AddBackupGenEntry.
           IF BkGenCount = 999
               PERFORM VARYING BkGenIdx FROM 1 BY 1
                       UNTIL BkGenIdx > 998
                   MOVE BkGenEntry(BkGenIdx + 1) TO BkGenEntry(BkGenIdx)
               END-PERFORM
               MOVE 998 TO BkGenCount
               ADD 1 TO BkGenSkipped
           END-IF
           ADD 1 TO BkGenCount
           MOVE BkcGen TO BkGenNum(BkGenCount)
           MOVE BkcDate TO BkGenDate(BkGenCount)
           MOVE 'N' TO BkGenKeep(BkGenCount).

       MarkGenerationsToKeep.
           MOVE ZERO TO BkDayCount
           MOVE ZERO TO BkWeekCount
           MOVE ZERO TO BkMonthCount
           MOVE ZERO TO BkLastDate
           MOVE ZERO TO BkLastWeek
           MOVE ZERO TO BkLastMonth
           MOVE 'Y' TO BkGenKeep(BkGenCount)
           PERFORM VARYING BkGenIdx FROM BkGenCount BY -1
                   UNTIL BkGenIdx < 1
               MOVE BkGenDate(BkGenIdx) TO DayNumInput
               PERFORM ConvertDateToDayNum
               DIVIDE DayNumResult BY 7 GIVING BkWeekNum
               IF BkGenDate(BkGenIdx) NOT = BkLastDate
                   MOVE BkGenDate(BkGenIdx) TO BkLastDate
                   ADD 1 TO BkDayCount
                   IF BkDayCount <= BkKeepDaily
                       MOVE 'Y' TO BkGenKeep(BkGenIdx)
                   END-IF
               END-IF
               IF BkWeekNum NOT = BkLastWeek
                   MOVE BkWeekNum TO BkLastWeek
                   ADD 1 TO BkWeekCount
                   IF BkWeekCount <= BkKeepWeekly
                       MOVE 'Y' TO BkGenKeep(BkGenIdx)
                   END-IF
               END-IF
               IF BkGenDate(BkGenIdx)(1:6) NOT = BkLastMonth
                   MOVE BkGenDate(BkGenIdx)(1:6) TO BkLastMonth
                   ADD 1 TO BkMonthCount
                   IF BkMonthCount <= BkKeepMonthly
                       MOVE 'Y' TO BkGenKeep(BkGenIdx)
                   END-IF
               END-IF
           END-PERFORM.

       PurgeCatalogPass.
           MOVE LOW-VALUES TO BkcKey
           MOVE 'N' TO EndOfCat
           START BackupCatFile KEY NOT < BkcKey
               INVALID KEY
                   MOVE 'Y' TO EndOfCat
           END-START
           PERFORM UNTIL EndOfCat = 'Y'
               READ BackupCatFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfCat
                   NOT AT END
                       IF (BkPurgePass = 1 AND BkcTag NOT = 'drama')
                               OR (BkPurgePass = 2 AND BkcTag = 'drama')
                           PERFORM PurgeOneCatalogEntry
                       END-IF
               END-READ
           END-PERFORM.

       CountGenerationsKept.
           MOVE ZERO TO BkKeptGens
           MOVE ZERO TO BkPurgedGens
           PERFORM VARYING BkGenIdx FROM 1 BY 1
                   UNTIL BkGenIdx > BkGenCount
               IF BkGenKeep(BkGenIdx) = 'Y'
                   ADD 1 TO BkKeptGens
               ELSE
                   ADD 1 TO BkPurgedGens
               END-IF
           END-PERFORM.

       FindBackupGen.
           MOVE ZERO TO BkGenFoundIdx
           PERFORM VARYING BkGenIdx FROM 1 BY 1
                   UNTIL BkGenIdx > BkGenCount OR BkGenFoundIdx > ZERO
               IF BkGenNum(BkGenIdx) = BkLookupGen
                   MOVE BkGenIdx TO BkGenFoundIdx
               END-IF
           END-PERFORM.

       PurgeOneCatalogEntry.
           MOVE BkcGen TO BkLookupGen
           PERFORM FindBackupGen
           IF BkGenFoundIdx > ZERO
               IF BkGenKeep(BkGenFoundIdx) = 'N'
                   CALL 'CBL_DELETE_FILE' USING BkcFileName
                   MOVE RETURN-CODE TO BkDeleteRc
                   IF BkDeleteRc NOT = ZERO
                       CALL 'CBL_CHECK_FILE_EXIST' USING BkcFileName
                           BkFileInfo
                       IF RETURN-CODE NOT = ZERO
                           MOVE ZERO TO BkDeleteRc
                       END-IF
                   END-IF
                   IF BkDeleteRc NOT = ZERO
                       MOVE 'Y' TO BatchOpFailed
                       MOVE 'Y' TO BkGenKeep(BkGenFoundIdx)
                       DISPLAY 'ERROR: Could not delete ' BkcFileName
                           ' return code ' BkDeleteRc
                       DISPLAY 'Generation ' BkcGen ' kept; any of its '
                           'files already removed are uncatalogued.'
                   ELSE
                       DELETE BackupCatFile
                           INVALID KEY
                               DISPLAY 'ERROR: Could not uncatalog '
                                   BkcFileName ' file status '
                                   FileStatus
                           NOT INVALID KEY
                               ADD 1 TO BkPurgedFiles
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       PruneBackupLog.
           OPEN INPUT BackupLogFile
           IF FileStatus = '00'
               OPEN OUTPUT BackupLogTmpFile
               IF FileStatus NOT = '00'
                   MOVE 'Y' TO BatchOpFailed
                   DISPLAY 'ERROR: Could not open ' BkLogTmpName
                       ' file status ' FileStatus
                   DISPLAY 'dramalist_backups.log left unchanged.'
                   CLOSE BackupLogFile
               ELSE
                   MOVE 'N' TO BkLogCopyFail
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ BackupLogFile
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               PERFORM CheckBackupLogLine
                               IF BkLogKeep = 'Y'
                                   WRITE BackupLogTmpLine
                                       FROM BackupLogLine
                                   IF FileStatus NOT = '00'
                                       MOVE 'Y' TO BkLogCopyFail
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BackupLogTmpFile
                   CLOSE BackupLogFile
                   IF BkLogCopyFail = 'Y'
                       MOVE 'Y' TO BatchOpFailed
                       DISPLAY 'ERROR: Could not write ' BkLogTmpName
                       DISPLAY 'dramalist_backups.log left unchanged.'
                   ELSE
                       PERFORM CopyBackupLogBack
                   END-IF
               END-IF
           END-IF.

       CopyBackupLogBack.
           OPEN INPUT BackupLogTmpFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not reopen ' BkLogTmpName
                   ' file status ' FileStatus
               DISPLAY 'dramalist_backups.log left unchanged.'
           ELSE
               OPEN OUTPUT BackupLogFile
               IF FileStatus NOT = '00'
                   MOVE 'Y' TO BatchOpFailed
                   DISPLAY 'ERROR: Could not rewrite dramalist_backups.'
                       'log, file status ' FileStatus
                   CLOSE BackupLogTmpFile
               ELSE
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ BackupLogTmpFile
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               WRITE BackupLogLine FROM BackupLogTmpLine
                               IF FileStatus NOT = '00'
                                   MOVE 'Y' TO BkLogCopyFail
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BackupLogFile
                   CLOSE BackupLogTmpFile
                   IF BkLogCopyFail = 'Y'
                       MOVE 'Y' TO BatchOpFailed
                       DISPLAY 'ERROR: Could not rewrite '
                           'dramalist_backups.log; the pruned copy is '
                           'kept in '
                           BkLogTmpName
                   ELSE
                       CALL 'CBL_DELETE_FILE' USING BkLogTmpName
                       MOVE RETURN-CODE TO BkDeleteRc
                       IF BkDeleteRc NOT = ZERO
                           DISPLAY 'ERROR: Could not delete '
                               BkLogTmpName ' return code ' BkDeleteRc
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CheckBackupLogLine.
           MOVE 'Y' TO BkLogKeep
           IF BackupLogLine(1:11) = 'dramalist_g'
                   AND BackupLogLine(12:5) IS NUMERIC
               MOVE BackupLogLine(12:5) TO BkLookupGen
               PERFORM FindBackupGen
               IF BkGenFoundIdx > ZERO
                   MOVE BkGenKeep(BkGenFoundIdx) TO BkLogKeep
               END-IF
           END-IF.

       BackupReportBody.
           OPEN OUTPUT BackupReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the backup report, file '
                   'status ' FileStatus
           ELSE
               MOVE 'DRAMA LIST - BACKUP INVENTORY' TO BkRptLineOut
               PERFORM WriteBackupRptLine
               MOVE ZERO TO BkRptGenCount
               MOVE ZERO TO BkRptFileCount
               MOVE ZERO TO BkRptGenPrev
               OPEN INPUT BackupCatFile
               IF FileStatus NOT = '00'
                   PERFORM WriteBackupRptLine
                   MOVE '  NO BACKUP GENERATIONS ON RECORD.'
                       TO BkRptLineOut
                   PERFORM WriteBackupRptLine
               ELSE
                   MOVE 'N' TO EndOfCat
                   PERFORM UNTIL EndOfCat = 'Y'
                       READ BackupCatFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfCat
                           NOT AT END
                               PERFORM ReportOneCatalogEntry
                       END-READ
                   END-PERFORM
                   CLOSE BackupCatFile
                   IF BkRptGenCount > ZERO
                       PERFORM WriteGenerationResult
                   END-IF
                   PERFORM WriteBackupRptLine
                   MOVE BkRptGenCount TO EditedCount
                   STRING 'GENERATIONS:' DELIMITED BY SIZE
                       EditedCount DELIMITED BY SIZE
                       INTO BkRptLineOut
                   PERFORM WriteBackupRptLine
                   MOVE BkRptFileCount TO EditedCount
                   STRING 'BACKUP FILES:' DELIMITED BY SIZE
                       EditedCount DELIMITED BY SIZE
                       INTO BkRptLineOut
                   PERFORM WriteBackupRptLine
               END-IF
               CLOSE BackupReportFile
               DISPLAY BkRptGenCount ' generation(s) reported.'
               DISPLAY 'Backup inventory written to '
                   'dramalist_backups.rpt'
           END-IF.

       ReportOneCatalogEntry.
           IF BkcGen NOT = BkRptGenPrev
               IF BkRptGenCount > ZERO
                   PERFORM WriteGenerationResult
               END-IF
               ADD 1 TO BkRptGenCount
               MOVE BkcGen TO BkRptGenPrev
               MOVE ZERO TO BkRptGenFails
               PERFORM WriteBackupRptLine
               STRING 'GENERATION ' DELIMITED BY SIZE
                   BkcGen DELIMITED BY SIZE
                   '  TAKEN ' DELIMITED BY SIZE
                   BkcDate DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BkcTime DELIMITED BY SIZE
                   INTO BkRptLineOut
               PERFORM WriteBackupRptLine
           END-IF
           ADD 1 TO BkRptFileCount
           IF BkcResult NOT = 'OK'
               ADD 1 TO BkRptGenFails
           END-IF
           MOVE BkcTag TO BkRdTag
           MOVE BkcFileName TO BkRdName
           MOVE BkcSrcCount TO BkRdSrc
           MOVE BkcBakCount TO BkRdBak
           MOVE BkcResult TO BkRdResult
           MOVE BkRptDetail TO BkRptLineOut
           PERFORM WriteBackupRptLine.

       WriteGenerationResult.
           IF BkRptGenFails = ZERO
               MOVE '  RESULT: ALL FILES VERIFIED' TO BkRptLineOut
           ELSE
               MOVE BkRptGenFails TO EditedCount
               STRING '  RESULT:' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' FILE(S) FAILED VERIFICATION' DELIMITED BY SIZE
                   INTO BkRptLineOut
           END-IF
           PERFORM WriteBackupRptLine.

       WriteBackupRptLine.
           WRITE BackupReportLine FROM BkRptLineOut
           MOVE SPACES TO BkRptLineOut.

       OpenRecycleBin.
           MOVE 'N' TO RcyOpen
           MOVE ZERO TO RcyNextSeq
           ACCEPT RcyNowDate FROM DATE YYYYMMDD
           ACCEPT RcyNowTime FROM TIME
           OPEN I-O RecycleFile
           IF FileStatus = '35'
               OPEN OUTPUT RecycleFile
           END-IF
           IF FileStatus = '00'
               MOVE 'Y' TO RcyOpen
           ELSE
               DISPLAY 'WARNING: Recycle bin unavailable, file status '
                   FileStatus '; deleted records are not kept.'
           END-IF.

       BinHeldRecord.
           IF RcyOpen = 'Y'
               ADD 1 TO RcyNextSeq
               MOVE DeletedTitle TO RcyTitle
               MOVE RcyNowDate TO RcyDate
               MOVE RcyNowTime(1:6) TO RcyTime
               MOVE RcyNextSeq TO RcySeq
               MOVE RcyHoldType TO RcyType
               MOVE RcyHold TO RcyData
               WRITE RcyRecord
                   INVALID KEY
                       DISPLAY 'ERROR: Could not keep a recycle bin '
                           'copy, file status ' FileStatus
               END-WRITE
           END-IF.

       CloseRecycleBin.
           IF RcyOpen = 'Y'
               CLOSE RecycleFile
               MOVE 'N' TO RcyOpen
               DISPLAY RcyNextSeq ' record(s) kept in the recycle bin.'
           END-IF.

       DeleteScheduleForTitle.
           OPEN I-O ScheduleFile
           IF FileStatus = '00'
               MOVE DeletedTitle TO SchedTitle
               READ ScheduleFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SchedRecord TO RcyHold
                       DELETE ScheduleFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO RcyHoldType
                               PERFORM BinHeldRecord
                               DISPLAY 'Schedule entry for '
                                   DeletedTitle
                                   ' deleted with the drama.'
                       END-DELETE
               END-READ
               CLOSE ScheduleFile
           END-IF.

       DeleteLinksForTitle.
           OPEN I-O LinkFile
           IF FileStatus = '00'
               MOVE DeletedTitle TO LinkTitle
               READ LinkFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DeleteHeldLink
               END-READ
               MOVE 'N' TO RcyLinkDone
               PERFORM UNTIL RcyLinkDone = 'Y'
                   MOVE DeletedTitle TO LinkPrevTitle
                   START LinkFile KEY = LinkPrevTitle
                       INVALID KEY
                           MOVE 'Y' TO RcyLinkDone
                       NOT INVALID KEY
                           READ LinkFile NEXT RECORD
                               AT END
                                   MOVE 'Y' TO RcyLinkDone
                               NOT AT END
                                   IF LinkPrevTitle = DeletedTitle
                                       PERFORM DeleteHeldLink
                                   ELSE
                                       MOVE 'Y' TO RcyLinkDone
                                   END-IF
                           END-READ
                   END-START
               END-PERFORM
               CLOSE LinkFile
           END-IF.

       DeleteHeldLink.
           MOVE LinkRecord TO RcyHold
           DELETE LinkFile
               INVALID KEY
                   MOVE 'Y' TO RcyLinkDone
               NOT INVALID KEY
                   MOVE 'L' TO RcyHoldType
                   PERFORM BinHeldRecord
                   DISPLAY 'Series link ' LinkTitle
                       ' removed with the drama.'
           END-DELETE.

       RecycleMenu.
           DISPLAY 'RECYCLE BIN AND UNDO'
           DISPLAY '1. List deleted titles'
           DISPLAY '2. Restore a deleted title'
           DISPLAY '3. Purge old recycle bin entries'
           DISPLAY '4. Undo the last change to a title'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT RcyChoice
           EVALUATE RcyChoice
               WHEN '1'
                   PERFORM ListRecycleBin
               WHEN '2'
                   PERFORM RecoverDeletedTitle
               WHEN '3'
                   DISPLAY 'Purge entries older than how many days '
                       '(blank for 30): ' NO ADVANCING
                   ACCEPT RcyDaysTxt
                   PERFORM SetRecycleDays
                   PERFORM AcquireLock
                   IF LockDenied = 'N'
                       PERFORM PurgeRecycleBody
                       PERFORM ReleaseLock
                   END-IF
               WHEN '4'
                   PERFORM UndoLastChange
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListRecycleBin.
           MOVE ZERO TO RcyListCount
           OPEN INPUT RecycleFile
           IF FileStatus NOT = '00'
               DISPLAY 'The recycle bin is empty.'
           ELSE
               MOVE 'N' TO EndOfRecycle
               PERFORM UNTIL EndOfRecycle = 'Y'
                   READ RecycleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfRecycle
                       NOT AT END
                           IF RcyType = 'D'
                               PERFORM ShowRecycleEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecycleFile
               IF RcyListCount = ZERO
                   DISPLAY 'The recycle bin is empty.'
               ELSE
                   DISPLAY RcyListCount ' deleted title(s) in the bin.'
               END-IF
           END-IF.

       ShowRecycleEntry.
           ADD 1 TO RcyListCount
           MOVE RcyData TO RcyDramaView
           DISPLAY RcyDate ' ' RcyTitle
           DISPLAY '    WAS ' RvStatus ' EP ' RvEpisode '/' RvTotal
               ' ' RvGenre.

       RecoverDeletedTitle.
           DISPLAY 'Enter the deleted title to restore: '
               NO ADVANCING
           ACCEPT RcyWantTitle
           PERFORM AcquireLock
           IF LockDenied = 'N'
               MOVE 'RECOVER' TO RcyRestoreAction
               PERFORM RestoreFromRecycleBin
               PERFORM ReleaseLock
           END-IF.

       FindRecycleCopy.
           MOVE 'N' TO RcyFound
           OPEN INPUT RecycleFile
           IF FileStatus = '00'
               MOVE RcyWantTitle TO RcyTitle
               MOVE ZERO TO RcyDate
               MOVE ZERO TO RcyTime
               MOVE ZERO TO RcySeq
               MOVE 'N' TO EndOfRecycle
               START RecycleFile KEY >= RcyKey
                   INVALID KEY
                       MOVE 'Y' TO EndOfRecycle
               END-START
               PERFORM UNTIL EndOfRecycle = 'Y'
                   READ RecycleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfRecycle
                       NOT AT END
                           IF RcyTitle NOT = RcyWantTitle
                               MOVE 'Y' TO EndOfRecycle
                           ELSE
                               IF RcyType = 'D'
                                   MOVE 'Y' TO RcyFound
                                   MOVE RcyStamp TO RcyFoundStamp
                                   MOVE RcyData TO RcyDramaView
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecycleFile
           END-IF.

       RestoreFromRecycleBin.
           MOVE 'N' TO RcyRestored
           PERFORM FindRecycleCopy
           IF RcyFound = 'N'
               DISPLAY 'No recycle bin copy of ' RcyWantTitle
           ELSE
               MOVE 'N' TO RcyOnList
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE RcyWantTitle TO DramaTitle
                   READ DramaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO RcyOnList
                   END-READ
                   CLOSE DramaFile
               END-IF
               IF RcyOnList = 'Y'
                   DISPLAY 'Cannot restore: ' RcyWantTitle
                       ' is already on the list.'
               ELSE
                   PERFORM RestoreRecycleEntries
               END-IF
           END-IF.

       RestoreRecycleEntries.
           MOVE ZERO TO RcyRestoreCount
           MOVE ZERO TO RcySkipCount
           OPEN I-O RecycleFile
           IF FileStatus NOT = '00'
               DISPLAY 'ERROR: Could not open the recycle bin, file '
                   'status ' FileStatus
           ELSE
               MOVE RcyWantTitle TO RcyTitle
               MOVE RcyFoundStamp TO RcyStamp
               MOVE ZERO TO RcySeq
               MOVE 'N' TO EndOfRecycle
               START RecycleFile KEY >= RcyKey
                   INVALID KEY
                       MOVE 'Y' TO EndOfRecycle
               END-START
               PERFORM UNTIL EndOfRecycle = 'Y'
                   READ RecycleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfRecycle
                       NOT AT END
                           IF RcyTitle NOT = RcyWantTitle
                                   OR RcyStamp NOT = RcyFoundStamp
                               MOVE 'Y' TO EndOfRecycle
                           ELSE
                               PERFORM RestoreOneRecycleEntry
                               DELETE RecycleFile
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecycleFile
               IF RcyRestored = 'Y'
                   MOVE RvTitle TO AuditTitle
                   MOVE SPACES TO AuditOldStatus
                   MOVE RvStatus TO AuditNewStatus
                   MOVE ZERO TO AuditOldEpisode
                   MOVE RvEpisode TO AuditNewEpisode
                   MOVE RcyRestoreAction TO AuditAction
                   PERFORM WriteAuditRecord
                   DISPLAY RvTitle ' restored with ' RcyRestoreCount
                       ' record(s).'
                   IF RcySkipCount > ZERO
                       DISPLAY RcySkipCount ' related record(s) were '
                           'skipped because newer ones exist.'
                   END-IF
               END-IF
           END-IF.

       RestoreOneRecycleEntry.
           EVALUATE RcyType
               WHEN 'D'
                   OPEN I-O DramaFile
                   IF FileStatus = '35'
                       OPEN OUTPUT DramaFile
                   END-IF
                   MOVE RcyData TO DramaRecord
                   WRITE DramaRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           MOVE 'Y' TO RcyRestored
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE DramaFile
               WHEN 'N'
                   OPEN I-O NotesFile
                   IF FileStatus = '35'
                       OPEN OUTPUT NotesFile
                   END-IF
                   MOVE RcyData TO NoteRecord
                   WRITE NoteRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE NotesFile
               WHEN 'P'
                   OPEN I-O ProfileFile
                   IF FileStatus = '35'
                       OPEN OUTPUT ProfileFile
                   END-IF
                   MOVE RcyData TO ProfRecord
                   WRITE ProfRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE ProfileFile
               WHEN 'W'
                   OPEN I-O PlatformFile
                   IF FileStatus = '35'
                       OPEN OUTPUT PlatformFile
                   END-IF
                   MOVE RcyData TO PlatRecord
                   WRITE PlatRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE PlatformFile
               WHEN 'S'
                   OPEN I-O ScheduleFile
                   IF FileStatus = '35'
                       OPEN OUTPUT ScheduleFile
                   END-IF
                   MOVE RcyData TO SchedRecord
                   WRITE SchedRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE ScheduleFile
               WHEN 'L'
                   OPEN I-O LinkFile
                   IF FileStatus = '35'
                       OPEN OUTPUT LinkFile
                   END-IF
                   MOVE RcyData TO LinkRecord
                   WRITE LinkRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE LinkFile
               WHEN 'C'
                   OPEN I-O CastFile
                   IF FileStatus = '35'
                       OPEN OUTPUT CastFile
                   END-IF
                   MOVE RcyData TO CastRecord
                   WRITE CastRecord
                       INVALID KEY
                           ADD 1 TO RcySkipCount
                       NOT INVALID KEY
                           ADD 1 TO RcyRestoreCount
                   END-WRITE
                   CLOSE CastFile
               WHEN OTHER
                   ADD 1 TO RcySkipCount
           END-EVALUATE.

       SetRecycleDays.
           MOVE 30 TO RcyKeepDays
           MOVE RcyDaysTxt TO ImportNumTxt
           PERFORM ConvertImportNumber
           IF ImportNumOk = 'Y' AND ImportNumValue > ZERO
               MOVE ImportNumValue TO RcyKeepDays
           END-IF.

       PurgeRecycleBody.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE CurrentDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           MOVE DayNumResult TO TodayDayNum
           MOVE ZERO TO RcyPurgeCount
           MOVE ZERO TO RcyPurgeTitles
           OPEN I-O RecycleFile
           IF FileStatus NOT = '00'
               DISPLAY 'The recycle bin is empty.'
           ELSE
               MOVE 'N' TO EndOfRecycle
               PERFORM UNTIL EndOfRecycle = 'Y'
                   READ RecycleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfRecycle
                       NOT AT END
                           PERFORM PurgeOneRecycleEntry
                   END-READ
               END-PERFORM
               CLOSE RecycleFile
               IF RcyPurgeCount > ZERO
                   MOVE 'RECYCLE BIN' TO AuditTitle
                   MOVE SPACES TO AuditOldStatus
                   MOVE SPACES TO AuditNewStatus
                   MOVE RcyPurgeTitles TO AuditOldEpisode
                   MOVE RcyPurgeCount TO AuditNewEpisode
                   MOVE 'PURGE' TO AuditAction
                   PERFORM WriteAuditRecord
               END-IF
               DISPLAY RcyPurgeTitles ' deleted title(s) purged ('
                   RcyPurgeCount ' record(s)) older than '
                   RcyKeepDays ' day(s).'
           END-IF.

       PurgeOneRecycleEntry.
           MOVE RcyDate TO DayNumInput
           PERFORM ConvertDateToDayNum
           IF TodayDayNum - DayNumResult > RcyKeepDays
               DELETE RecycleFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO RcyPurgeCount
                       IF RcyType = 'D'
                           ADD 1 TO RcyPurgeTitles
                       END-IF
               END-DELETE
           END-IF.

       UndoLastChange.
           DISPLAY 'Enter the title whose last change to undo: '
               NO ADVANCING
           ACCEPT UndoTitle
           PERFORM AcquireLock
           IF LockDenied = 'N'
               PERFORM UndoTitleBody
               PERFORM ReleaseLock
           END-IF.

       UndoTitleBody.
           MOVE 'N' TO UndoFound
           MOVE 'N' TO UndoLater
           OPEN INPUT AuditFile
           IF FileStatus NOT = '00'
               DISPLAY 'No audit trail on file yet.'
           ELSE
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM ParseAuditLine
                           IF HistTitle = UndoTitle
                               PERFORM NoteUndoCandidate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
               EVALUATE TRUE
                   WHEN UndoFound = 'N'
                       DISPLAY 'No add, update or delete on record for '
                           UndoTitle
                   WHEN UndoLater = 'Y'
                       DISPLAY 'Cannot undo: ' UndoTitle
                           ' has changed since (' UndoLaterAction ').'
                   WHEN UndoOldEpTxt IS NOT NUMERIC
                           OR UndoNewEpTxt IS NOT NUMERIC
                       DISPLAY 'Cannot undo: the audit entry for '
                           UndoTitle ' is unreadable.'
                   WHEN UndoAction = 'UPDATE'
                           AND UndoOldStatus = UndoNewStatus
                           AND UndoOldEpTxt = UndoNewEpTxt
                       DISPLAY 'Cannot undo: the last change to '
                           UndoTitle ' did not change status or '
                           'episode.'
                   WHEN OTHER
                       MOVE UndoOldEpTxt TO UndoOldEp
                       MOVE UndoNewEpTxt TO UndoNewEp
                       EVALUATE UndoAction
                           WHEN 'ADD'
                               PERFORM UndoAddedTitle
                           WHEN 'UPDATE'
                               PERFORM UndoUpdatedTitle
                           WHEN 'DELETE'
                               PERFORM UndoDeletedTitle
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       NoteUndoCandidate.
           IF HistAction = 'ADD' OR HistAction = 'UPDATE'
                   OR HistAction = 'DELETE'
               MOVE 'Y' TO UndoFound
               MOVE 'N' TO UndoLater
               MOVE HistAction TO UndoAction
               MOVE HistOldStatus TO UndoOldStatus
               MOVE HistNewStatus TO UndoNewStatus
               MOVE HistOldEp TO UndoOldEpTxt
               MOVE HistNewEp TO UndoNewEpTxt
               MOVE HistProfile TO UndoProfile
           ELSE
               IF HistAction NOT = 'ROLLFWD' AND UndoFound = 'Y'
                   MOVE 'Y' TO UndoLater
                   MOVE HistAction TO UndoLaterAction
               END-IF
           END-IF.

       UndoAddedTitle.
           MOVE 'N' TO UndoMatch
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE UndoTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WatchedStatus = UndoNewStatus
                               AND CurrentEpisode = UndoNewEp
                           MOVE 'Y' TO UndoMatch
                       END-IF
               END-READ
               CLOSE DramaFile
           END-IF
           IF UndoMatch = 'N'
               DISPLAY 'Cannot undo: ' UndoTitle
                   ' no longer matches the add on record.'
           ELSE
               MOVE UndoTitle TO WS-DramaTitle
               MOVE 'Y' TO UndoActive
               PERFORM DeleteDramaLocked
               MOVE 'N' TO UndoActive
           END-IF.

       UndoDeletedTitle.
           MOVE UndoTitle TO RcyWantTitle
           MOVE 'UNDO' TO RcyRestoreAction
           PERFORM RestoreFromRecycleBin.

       UndoUpdatedTitle.
           MOVE 'N' TO UndoMatch
           MOVE CurrentProfile TO UndoSaveProfile
           MOVE UndoProfile TO CurrentProfile
           IF UndoProfile NOT = SPACES
               PERFORM UndoProfileRow
           ELSE
               PERFORM UndoSharedRecord
           END-IF
           MOVE UndoSaveProfile TO CurrentProfile
           IF UndoMatch = 'N'
               DISPLAY 'Cannot undo: ' UndoTitle
                   ' no longer matches the update on record.'
           END-IF.

       UndoProfileRow.
           OPEN I-O ProfileFile
           IF FileStatus = '00'
               MOVE UndoProfile TO ProfName
               MOVE UndoTitle TO ProfTitle
               READ ProfileFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ProfStatus = UndoNewStatus
                               AND ProfEpisode = UndoNewEp
                           MOVE 'Y' TO UndoMatch
                           MOVE UndoOldStatus TO ProfStatus
                           MOVE UndoOldEp TO ProfEpisode
                           REWRITE ProfRecord
                               INVALID KEY
                                   DISPLAY 'ERROR: Could not undo the '
                                       'change, file status '
                                       FileStatus
                               NOT INVALID KEY
                                   PERFORM AuditUndoUpdate
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE ProfileFile
           END-IF.

       UndoSharedRecord.
           OPEN I-O DramaFile
           IF FileStatus = '00'
               MOVE UndoTitle TO DramaTitle
               READ DramaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WatchedStatus = UndoNewStatus
                               AND CurrentEpisode = UndoNewEp
                           MOVE 'Y' TO UndoMatch
                           MOVE UndoOldStatus TO WatchedStatus
                           MOVE UndoOldEp TO CurrentEpisode
                           REWRITE DramaRecord
                               INVALID KEY
                                   DISPLAY 'ERROR: Could not undo the '
                                       'change, file status '
                                       FileStatus
                               NOT INVALID KEY
                                   PERFORM AuditUndoUpdate
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE DramaFile
           END-IF.

       AuditUndoUpdate.
           MOVE UndoTitle TO AuditTitle
           MOVE UndoNewStatus TO AuditOldStatus
           MOVE UndoOldStatus TO AuditNewStatus
           MOVE UndoNewEp TO AuditOldEpisode
           MOVE UndoOldEp TO AuditNewEpisode
           MOVE 'UNDO' TO AuditAction
           PERFORM WriteAuditRecord
           DISPLAY 'Undone: ' UndoTitle ' is back to ' UndoOldStatus
               ' EP ' UndoOldEp.

       BkCopyRecycle.
           OPEN INPUT RecycleFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ RecycleFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE RcyRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE RecycleFile
           END-IF.

       AlertDigestBody.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE ZERO TO AlrtWatcherCount
           MOVE ZERO TO AlrtTotalCount
           PERFORM LoadWatcherTable
           IF WatcherCount = ZERO
               DISPLAY 'No watcher profiles registered yet.'
           ELSE
               PERFORM VARYING WatcherIdx FROM 1 BY 1
                       UNTIL WatcherIdx > WatcherCount
                   MOVE WatcherName(WatcherIdx) TO AlrtProfile
                   PERFORM CollectWatcherAlerts
                   IF AlrtCount > ZERO
                       PERFORM WriteAlertDigest
                       IF AlrtWritten = 'Y'
                           PERFORM SaveAlertState
                           ADD 1 TO AlrtWatcherCount
                           ADD AlrtCount TO AlrtTotalCount
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY AlrtTotalCount ' new-episode alert(s) for '
               AlrtWatcherCount ' watcher(s).'
           IF BatchLogOpen = 'Y'
               MOVE SPACES TO BatchLogMsg
               STRING 'ALERT DIGEST ' DELIMITED BY SIZE
                   AlrtTotalCount DELIMITED BY SIZE
                   ' ALERT(S) FOR ' DELIMITED BY SIZE
                   AlrtWatcherCount DELIMITED BY SIZE
                   ' WATCHER(S)' DELIMITED BY SIZE
                   INTO BatchLogMsg
               PERFORM WriteBatchLog
           END-IF.

       CollectWatcherAlerts.
           MOVE ZERO TO AlrtCount
           OPEN INPUT ProfileFile
           IF FileStatus = '00'
               OPEN INPUT AlertStateFile
               IF FileStatus = '00'
                   MOVE 'Y' TO AlrtStateOpen
               ELSE
                   MOVE 'N' TO AlrtStateOpen
               END-IF
               OPEN INPUT ScheduleFile
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ ScheduleFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               IF SchedAiredEp > ZERO
                                   PERFORM CheckWatcherAlert
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ScheduleFile
               END-IF
               IF AlrtStateOpen = 'Y'
                   CLOSE AlertStateFile
               END-IF
               CLOSE ProfileFile
           END-IF.

       CheckWatcherAlert.
           MOVE AlrtProfile TO ProfName
           MOVE SchedTitle TO ProfTitle
           READ ProfileFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ProfStatus = 'On Going' OR ProfStatus = 'On Hold'
                       PERFORM CheckAlertBaseline
                   END-IF
           END-READ.

       CheckAlertBaseline.
           MOVE ProfEpisode TO AlrtBaseEp
           IF AlrtStateOpen = 'Y'
               MOVE AlrtProfile TO AlsProfile
               MOVE SchedTitle TO AlsTitle
               READ AlertStateFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AlsLastEp TO AlrtBaseEp
               END-READ
           END-IF
           IF SchedAiredEp > AlrtBaseEp AND AlrtCount < 200
               ADD 1 TO AlrtCount
               MOVE SchedTitle TO AlrtTitle(AlrtCount)
               MOVE SchedAiredEp TO AlrtAired(AlrtCount)
               MOVE SchedNextDate TO AlrtNextDate(AlrtCount)
               IF SchedAiredEp > ProfEpisode
                   COMPUTE AlrtUnwatched(AlrtCount) =
                       SchedAiredEp - ProfEpisode
               ELSE
                   MOVE ZERO TO AlrtUnwatched(AlrtCount)
               END-IF
           END-IF.

       WriteAlertDigest.
           MOVE 'N' TO AlrtWritten
           MOVE SPACES TO AlertFileName
           STRING 'dramalist_alert_' DELIMITED BY SIZE
               AlrtProfile DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
               INTO AlertFileName
           OPEN EXTEND AlertFile
           IF FileStatus = '35'
               OPEN OUTPUT AlertFile
           END-IF
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not write ' AlertFileName
                   ' file status ' FileStatus
           ELSE
               STRING 'DRAMA LIST - NEW EPISODES FOR ' DELIMITED BY SIZE
                   AlrtProfile DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   CurrentDate DELIMITED BY SIZE
                   INTO AlrtLineOut
               PERFORM WriteAlertLine
               PERFORM WriteAlertLine
               PERFORM VARYING AlrtIdx FROM 1 BY 1
                       UNTIL AlrtIdx > AlrtCount
                   PERFORM WriteAlertEntry
               END-PERFORM
               MOVE AlrtCount TO EditedCount
               STRING EditedCount DELIMITED BY SIZE
                   ' TITLE(S) WITH NEW EPISODES' DELIMITED BY SIZE
                   INTO AlrtLineOut
               PERFORM WriteAlertLine
               PERFORM WriteAlertLine
               CLOSE AlertFile
               MOVE 'Y' TO AlrtWritten
           END-IF.

       WriteAlertEntry.
           MOVE AlrtTitle(AlrtIdx) TO AlrtLineOut
           PERFORM WriteAlertLine
           MOVE AlrtUnwatched(AlrtIdx) TO EditedBehind
           IF AlrtNextDate(AlrtIdx) = ZERO
               STRING '  AIRED TO EP ' DELIMITED BY SIZE
                   AlrtAired(AlrtIdx) DELIMITED BY SIZE
                   ', UNWATCHED' DELIMITED BY SIZE
                   EditedBehind DELIMITED BY SIZE
                   ', NEXT AIR DATE NOT SET' DELIMITED BY SIZE
                   INTO AlrtLineOut
           ELSE
               STRING '  AIRED TO EP ' DELIMITED BY SIZE
                   AlrtAired(AlrtIdx) DELIMITED BY SIZE
                   ', UNWATCHED' DELIMITED BY SIZE
                   EditedBehind DELIMITED BY SIZE
                   ', NEXT AIRS ' DELIMITED BY SIZE
                   AlrtNextDate(AlrtIdx) DELIMITED BY SIZE
                   INTO AlrtLineOut
           END-IF
           PERFORM WriteAlertLine.

       WriteAlertLine.
           WRITE AlertLine FROM AlrtLineOut
           MOVE SPACES TO AlrtLineOut.

       SaveAlertState.
           MOVE 'N' TO AlrtStateNew
           OPEN I-O AlertStateFile
           IF FileStatus = '35'
               MOVE 'Y' TO AlrtStateNew
               OPEN OUTPUT AlertStateFile
           END-IF
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not update the alert state, file '
                   'status ' FileStatus
           ELSE
               PERFORM VARYING AlrtIdx FROM 1 BY 1
                       UNTIL AlrtIdx > AlrtCount
                   PERFORM SaveOneAlertState
               END-PERFORM
               CLOSE AlertStateFile
           END-IF.

       SaveOneAlertState.
           MOVE AlrtProfile TO AlsProfile
           MOVE AlrtTitle(AlrtIdx) TO AlsTitle
           MOVE 'N' TO AlrtStateFound
           IF AlrtStateNew = 'N'
               READ AlertStateFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO AlrtStateFound
               END-READ
           END-IF
           MOVE AlrtAired(AlrtIdx) TO AlsLastEp
           MOVE CurrentDate TO AlsDate
           IF AlrtStateFound = 'Y'
               REWRITE AlsRecord
                   INVALID KEY
                       DISPLAY 'ERROR: Could not save alert state, '
                           'file status ' FileStatus
               END-REWRITE
           ELSE
               WRITE AlsRecord
                   INVALID KEY
                       DISPLAY 'ERROR: Could not save alert state, '
                           'file status ' FileStatus
               END-WRITE
           END-IF.

       BkCopyAlertState.
           OPEN INPUT AlertStateFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ AlertStateFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE AlsRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE AlertStateFile
           END-IF.

       CastMenu.
           DISPLAY 'CAST AND CREW'
           DISPLAY '1. Cast and crew for a title'
           DISPLAY '2. Favourite people report'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT CastChoice
           EVALUATE CastChoice
               WHEN '1'
                   DISPLAY 'Enter Drama title: ' NO ADVANCING
                   ACCEPT CastSearchTitle
                   PERFORM CastMenuForTitle
               WHEN '2'
                   PERFORM CastReportBody
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CastMenuForTitle.
           DISPLAY 'CAST AND CREW - ' CastSearchTitle
           DISPLAY '1. List cast and crew'
           DISPLAY '2. Add a person'
           DISPLAY '3. Remove a person'
           DISPLAY 'Enter your choice: ' NO ADVANCING
           ACCEPT CastChoice
           EVALUATE CastChoice
               WHEN '1'
                   PERFORM ListCastForTitle
               WHEN '2'
                   PERFORM AddCastMember
               WHEN '3'
                   PERFORM RemoveCastMember
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListCastForTitle.
           MOVE ZERO TO CastListCount
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE CastSearchTitle TO CastTitle
               PERFORM StartCastForTitle
               PERFORM UNTIL CastWalkDone = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           IF CastTitle NOT = CastSearchTitle
                               MOVE 'Y' TO CastWalkDone
                           ELSE
                               ADD 1 TO CastListCount
                               DISPLAY '  ' CastRole ' ' CastPerson
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CastFile
           END-IF
           IF CastListCount = ZERO
               DISPLAY 'No cast or crew recorded for ' CastSearchTitle
           END-IF.

       StartCastForTitle.
           MOVE LOW-VALUES TO CastPerson
           MOVE LOW-VALUES TO CastRole
           MOVE 'N' TO CastWalkDone
           START CastFile KEY NOT < CastKey
               INVALID KEY
                   MOVE 'Y' TO CastWalkDone
           END-START.

       AddCastMember.
           MOVE CastSearchTitle TO LookupTitle
           PERFORM CheckTitleOnList
           IF TitleOnList = 'N'
               DISPLAY 'That title is not on your drama list.'
           ELSE
               DISPLAY 'Person name: ' NO ADVANCING
               ACCEPT CastInPerson
               DISPLAY 'Role (Lead, Supporting, Director, Writer): '
                   NO ADVANCING
               ACCEPT CastRoleInput
               PERFORM ValidateCastRole
               EVALUATE TRUE
                   WHEN CastInPerson = SPACES
                       DISPLAY 'A person name is required.'
                   WHEN CastRoleValid = 'N'
                       DISPLAY 'Role must be Lead, Supporting, '
                           'Director or Writer.'
                   WHEN OTHER
                       PERFORM SaveCastMember
               END-EVALUATE
           END-IF.

       SaveCastMember.
           PERFORM AcquireLock
           IF LockDenied = 'N'
               OPEN I-O CastFile
               IF FileStatus = '35'
                   OPEN OUTPUT CastFile
               END-IF
               MOVE CastSearchTitle TO CastTitle
               MOVE CastInPerson TO CastPerson
               MOVE CastRoleCanon TO CastRole
               WRITE CastRecord
                   INVALID KEY
                       DISPLAY 'That person is already recorded in '
                           'that role.'
                   NOT INVALID KEY
                       DISPLAY 'Added ' CastRole ' ' CastPerson
               END-WRITE
               CLOSE CastFile
               PERFORM ReleaseLock
           END-IF.

       RemoveCastMember.
           DISPLAY 'Person name to remove: ' NO ADVANCING
           ACCEPT CastInPerson
           DISPLAY 'Role (Lead, Supporting, Director, Writer): '
               NO ADVANCING
           ACCEPT CastRoleInput
           PERFORM ValidateCastRole
           IF CastRoleValid = 'N'
               DISPLAY 'Role must be Lead, Supporting, Director or '
                   'Writer.'
           ELSE
               PERFORM AcquireLock
               IF LockDenied = 'N'
                   OPEN I-O CastFile
                   IF FileStatus NOT = '00'
                       DISPLAY 'No cast or crew recorded yet.'
                   ELSE
                       MOVE CastSearchTitle TO CastTitle
                       MOVE CastInPerson TO CastPerson
                       MOVE CastRoleCanon TO CastRole
                       READ CastFile
                           INVALID KEY
                               DISPLAY 'That person is not recorded '
                                   'in that role.'
                           NOT INVALID KEY
                               DELETE CastFile
                                   INVALID KEY
                                       DISPLAY 'ERROR: Could not remove'
                                           ' the entry, file status '
                                           FileStatus
                                   NOT INVALID KEY
                                       DISPLAY 'Removed ' CastRole ' '
                                           CastPerson
                               END-DELETE
                       END-READ
                       CLOSE CastFile
                   END-IF
                   PERFORM ReleaseLock
               END-IF
           END-IF.

       ValidateCastRole.
           MOVE 'N' TO CastRoleValid
           MOVE SPACES TO CastRoleCanon
           MOVE CastRoleInput TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO CastRoleUpper
           INSPECT CastRoleUpper CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE CastRoleUpper
               WHEN 'LEAD'
                   MOVE 'Lead' TO CastRoleCanon
                   MOVE 'Y' TO CastRoleValid
               WHEN 'SUPPORTING'
                   MOVE 'Supporting' TO CastRoleCanon
                   MOVE 'Y' TO CastRoleValid
               WHEN 'DIRECTOR'
                   MOVE 'Director' TO CastRoleCanon
                   MOVE 'Y' TO CastRoleValid
               WHEN 'WRITER'
                   MOVE 'Writer' TO CastRoleCanon
                   MOVE 'Y' TO CastRoleValid
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CheckCastForFragment.
           MOVE DramaTitle TO CastTitle
           PERFORM StartCastForTitle
           PERFORM UNTIL CastWalkDone = 'Y' OR ContainsFlag = 'Y'
               READ CastFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO CastWalkDone
                   NOT AT END
                       IF CastTitle NOT = DramaTitle
                           MOVE 'Y' TO CastWalkDone
                       ELSE
                           MOVE CastPerson TO ScanText
                           PERFORM TextContainsFragment
                           IF ContainsFlag = 'Y'
                               MOVE CastPerson TO SearchCastHit
                               MOVE CastRole TO SearchCastRole
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DeleteCastForTitle.
           OPEN I-O CastFile
           IF FileStatus = '00'
               MOVE DeletedTitle TO CastTitle
               PERFORM StartCastForTitle
               PERFORM UNTIL CastWalkDone = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           IF CastTitle NOT = DeletedTitle
                               MOVE 'Y' TO CastWalkDone
                           ELSE
                               MOVE CastRecord TO RcyHold
                               DELETE CastFile
                                   INVALID KEY
                                       MOVE 'Y' TO CastWalkDone
                                   NOT INVALID KEY
                                       MOVE 'C' TO RcyHoldType
                                       PERFORM BinHeldRecord
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CastFile
           END-IF.

       BuildCsvCastList.
           MOVE SPACES TO CsvCastTxt
           MOVE 1 TO CsvCastPtr
           IF CsvCastOpen = 'Y'
               MOVE DramaTitle TO CastTitle
               PERFORM StartCastForTitle
               PERFORM UNTIL CastWalkDone = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           IF CastTitle NOT = DramaTitle
                                   OR CsvCastPtr > 248
                               MOVE 'Y' TO CastWalkDone
                           ELSE
                               PERFORM AppendCsvCastEntry
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AppendCsvCastEntry.
           IF CsvCastPtr > 1
               STRING ';' DELIMITED BY SIZE
                   INTO CsvCastTxt WITH POINTER CsvCastPtr
           END-IF
           STRING CastPerson DELIMITED BY '  '
               '/' DELIMITED BY SIZE
               CastRole DELIMITED BY SPACE
               INTO CsvCastTxt WITH POINTER CsvCastPtr.

       ImportCsvCastList.
           OPEN I-O CastFile
           IF FileStatus = '35'
               OPEN OUTPUT CastFile
           END-IF
           IF FileStatus = '00'
               MOVE 1 TO CsvCastPtr
               PERFORM UNTIL CsvCastPtr > 300
                   MOVE SPACES TO CastEntryTxt
                   UNSTRING ImportCastTxt DELIMITED BY ';'
                       INTO CastEntryTxt
                       WITH POINTER CsvCastPtr
                   END-UNSTRING
                   IF CastEntryTxt NOT = SPACES
                       PERFORM ImportOneCastEntry
                   END-IF
               END-PERFORM
               CLOSE CastFile
           END-IF.

       ImportOneCastEntry.
           MOVE SPACES TO CastInPerson
           MOVE SPACES TO CastRoleInput
           UNSTRING CastEntryTxt DELIMITED BY '/'
               INTO CastInPerson CastRoleInput
           END-UNSTRING
           MOVE CastInPerson TO ImportTrimTxt
           PERFORM StripImportField
           MOVE ImportTrimTxt TO CastInPerson
           PERFORM ValidateCastRole
           IF CastInPerson NOT = SPACES AND CastRoleValid = 'Y'
               MOVE ImportTitle TO CastTitle
               MOVE CastInPerson TO CastPerson
               MOVE CastRoleCanon TO CastRole
               WRITE CastRecord
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ImportCastCount
               END-WRITE
           END-IF.

       ExportSyncCast.
           MOVE DramaTitle TO CastTitle
           PERFORM StartCastForTitle
           PERFORM UNTIL CastWalkDone = 'Y'
               READ CastFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO CastWalkDone
                   NOT AT END
                       IF CastTitle NOT = DramaTitle
                           MOVE 'Y' TO CastWalkDone
                       ELSE
                           MOVE SPACES TO SyncOut
                           MOVE 'C' TO SyncOut(1:1)
                           MOVE CastRecord TO SyncOut(2:100)
                           WRITE SyncPackRecord FROM SyncOut
                       END-IF
               END-READ
           END-PERFORM.

       MergeSyncCast.
           OPEN I-O CastFile
           IF FileStatus = '35'
               OPEN OUTPUT CastFile
           END-IF
           MOVE SyncCastRec TO CastRecord
           WRITE CastRecord
               INVALID KEY
                   ADD 1 TO SyncSameCount
               NOT INVALID KEY
                   ADD 1 TO SyncAddCount
                   STRING 'CAST ADDED: ' DELIMITED BY SIZE
                       CastTitle DELIMITED BY '  '
                       ' / ' DELIMITED BY SIZE
                       CastPerson DELIMITED BY '  '
                       INTO SyncRptLineOut
                   PERFORM WriteSyncReportLine
           END-WRITE
           CLOSE CastFile.

       ScanCastIntegrity.
           MOVE ZERO TO IntOrphanCast
           MOVE 'N' TO DramaOpenFlag
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'Y' TO DramaOpenFlag
           END-IF
           IF DramaOpenFlag = 'N'
               IF IntFixMode = 'N'
                   MOVE '(DRAMA FILE UNAVAILABLE - CAST SKIPPED)'
                       TO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           ELSE
               MOVE 'N' TO IntArcOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'Y' TO IntArcOpen
               END-IF
               IF IntFixMode = 'Y'
                   OPEN I-O CastFile
               ELSE
                   OPEN INPUT CastFile
               END-IF
               IF FileStatus = '00'
                   MOVE 'N' TO EndOfFile
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ CastFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               PERFORM CheckOneCastEntry
                       END-READ
                   END-PERFORM
                   CLOSE CastFile
               END-IF
               IF IntArcOpen = 'Y'
                   CLOSE ArchiveFile
                   MOVE 'N' TO IntArcOpen
               END-IF
               CLOSE DramaFile
           END-IF.

       CheckOneCastEntry.
           MOVE CastTitle TO IntCheckTitle
           PERFORM CheckLiveOrArchived
           IF IntTitleFound = 'N'
               ADD 1 TO IntOrphanCast
               IF IntFixMode = 'Y'
                   DELETE CastFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CastTitle TO AuditTitle
                           MOVE 'CAST' TO AuditOldStatus
                           MOVE SPACES TO AuditNewStatus
                           MOVE ZERO TO AuditOldEpisode
                           MOVE ZERO TO AuditNewEpisode
                           MOVE 'INTEGRITY' TO AuditAction
                           PERFORM WriteAuditRecord
                   END-DELETE
               ELSE
                   STRING 'ORPHAN CAST ENTRY: ' DELIMITED BY SIZE
                       CastTitle DELIMITED BY '  '
                       ' / ' DELIMITED BY SIZE
                       CastPerson DELIMITED BY '  '
                       INTO IntLineOut
                   PERFORM WriteIntegrityLine
               END-IF
           END-IF.

       TallyCastPeople.
           MOVE ZERO TO CpCount
           MOVE HIGH-VALUES TO CpLookTitle
           MOVE SPACES TO CpPrevTitle
           MOVE SPACES TO CpPrevPerson
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE 'N' TO CpDramaOpen
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE 'Y' TO CpDramaOpen
               END-IF
               MOVE 'N' TO CpArcOpen
               OPEN INPUT ArchiveFile
               IF FileStatus = '00'
                   MOVE 'Y' TO CpArcOpen
               END-IF
               MOVE 'N' TO CastWalkDone
               PERFORM UNTIL CastWalkDone = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           PERFORM TallyOneCastRow
                   END-READ
               END-PERFORM
               IF CpArcOpen = 'Y'
                   CLOSE ArchiveFile
               END-IF
               IF CpDramaOpen = 'Y'
                   CLOSE DramaFile
               END-IF
               CLOSE CastFile
               PERFORM VARYING CpIdx FROM 1 BY 1
                       UNTIL CpIdx > CpCount
                   PERFORM FinishCastPerson
               END-PERFORM
           END-IF.

       TallyOneCastRow.
           IF CastTitle = CpPrevTitle AND CastPerson = CpPrevPerson
               CONTINUE
           ELSE
               MOVE CastTitle TO CpPrevTitle
               MOVE CastPerson TO CpPrevPerson
               PERFORM LookupCastTitle
               IF CpLookFound = 'Y'
                   MOVE CastPerson TO CpLookName
                   PERFORM FindCastPerson
                   IF CpFoundIdx = ZERO AND CpCount < 300
                       ADD 1 TO CpCount
                       MOVE CastPerson TO CpName(CpCount)
                       MOVE ZERO TO CpTitles(CpCount)
                       MOVE ZERO TO CpStarted(CpCount)
                       MOVE ZERO TO CpWatched(CpCount)
                       MOVE ZERO TO CpRatingSum(CpCount)
                       MOVE CpCount TO CpFoundIdx
                   END-IF
                   IF CpFoundIdx > ZERO
                       ADD 1 TO CpTitles(CpFoundIdx)
                       IF CpLookStatus NOT = 'Not Watched'
                           ADD 1 TO CpStarted(CpFoundIdx)
                           ADD CpLookRating TO CpRatingSum(CpFoundIdx)
                       END-IF
                       IF CpLookStatus = 'Watched'
                           ADD 1 TO CpWatched(CpFoundIdx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LookupCastTitle.
           IF CastTitle NOT = CpLookTitle
               MOVE CastTitle TO CpLookTitle
               MOVE 'N' TO CpLookFound
               IF CpDramaOpen = 'Y'
                   MOVE CastTitle TO DramaTitle
                   READ DramaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO CpLookFound
                           MOVE WatchedStatus TO CpLookStatus
                           MOVE DramaRating TO CpLookRating
                   END-READ
               END-IF
               IF CpLookFound = 'N' AND CpArcOpen = 'Y'
                   MOVE CastTitle TO ArcTitle
                   READ ArchiveFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO CpLookFound
                           MOVE ArcStatus TO CpLookStatus
                           MOVE ArcRating TO CpLookRating
                   END-READ
               END-IF
           END-IF.

       FindCastPerson.
           MOVE ZERO TO CpFoundIdx
           PERFORM VARYING CpIdx FROM 1 BY 1
                   UNTIL CpIdx > CpCount OR CpFoundIdx > ZERO
               IF CpName(CpIdx) = CpLookName
                   MOVE CpIdx TO CpFoundIdx
               END-IF
           END-PERFORM.

       FinishCastPerson.
           MOVE ZERO TO CpAvg(CpIdx)
           MOVE ZERO TO CpPct(CpIdx)
           MOVE 'N' TO CpTop(CpIdx)
           MOVE 'N' TO CpRanked(CpIdx)
           IF CpStarted(CpIdx) > ZERO
               COMPUTE CpAvg(CpIdx) ROUNDED =
                   CpRatingSum(CpIdx) / CpStarted(CpIdx)
               COMPUTE CpPct(CpIdx) ROUNDED =
                   CpWatched(CpIdx) * 100 / CpStarted(CpIdx)
               IF CpAvg(CpIdx) >= 4
                   MOVE 'Y' TO CpTop(CpIdx)
               END-IF
           END-IF.

       CastReportBody.
           OPEN OUTPUT CastReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO BatchOpFailed
               DISPLAY 'ERROR: Could not open the cast report, file '
                   'status ' FileStatus
           ELSE
               MOVE 'DRAMA LIST - FAVOURITE CAST AND CREW' TO CrLineOut
               PERFORM WriteCastRptLine
               PERFORM WriteCastRptLine
               PERFORM TallyCastPeople
               IF CpCount = ZERO
                   MOVE 'NO CAST OR CREW RECORDED.' TO CrLineOut
                   PERFORM WriteCastRptLine
               ELSE
                   PERFORM WriteCastRanking
                   PERFORM WriteCastWatchList
               END-IF
               CLOSE CastReportFile
               DISPLAY CpCount ' person(s) ranked.'
               DISPLAY 'Cast report written to dramalist_cast.rpt'
           END-IF.

       WriteCastRanking.
           MOVE 'RANK PERSON                                  TITLES'
               TO CrLineOut
           MOVE 'AVG      DONE' TO CrLineOut(56:13)
           PERFORM WriteCastRptLine
           MOVE ZERO TO CrRank
           MOVE ZERO TO CrUnrated
           PERFORM VARYING CpIdx FROM 1 BY 1
                   UNTIL CpIdx > CpCount
               IF CpStarted(CpIdx) = ZERO
                   MOVE 'Y' TO CpRanked(CpIdx)
                   ADD 1 TO CrUnrated
               END-IF
           END-PERFORM
           MOVE 'N' TO CrRankDone
           PERFORM UNTIL CrRankDone = 'Y'
               PERFORM FindNextRankedPerson
               IF CpFoundIdx = ZERO
                   MOVE 'Y' TO CrRankDone
               ELSE
                   MOVE 'Y' TO CpRanked(CpFoundIdx)
                   ADD 1 TO CrRank
                   MOVE CrRank TO CrdRank
                   MOVE CpName(CpFoundIdx) TO CrdName
                   MOVE CpTitles(CpFoundIdx) TO CrdTitles
                   MOVE CpAvg(CpFoundIdx) TO CrdAvg
                   MOVE CpPct(CpFoundIdx) TO CrdPct
                   MOVE CrDetail TO CrLineOut
                   PERFORM WriteCastRptLine
               END-IF
           END-PERFORM
           IF CrUnrated > ZERO
               PERFORM WriteCastRptLine
               MOVE CrUnrated TO EditedCount
               STRING 'NOT YET RATED (NO TITLES STARTED):'
                   DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' PERSON(S)' DELIMITED BY SIZE
                   INTO CrLineOut
               PERFORM WriteCastRptLine
           END-IF.

       FindNextRankedPerson.
           MOVE ZERO TO CpFoundIdx
           PERFORM VARYING CpIdx FROM 1 BY 1
                   UNTIL CpIdx > CpCount
               IF CpRanked(CpIdx) = 'N'
                   IF CpFoundIdx = ZERO
                       MOVE CpIdx TO CpFoundIdx
                   ELSE
                       IF CpAvg(CpIdx) > CpAvg(CpFoundIdx)
                               OR (CpAvg(CpIdx) = CpAvg(CpFoundIdx)
                               AND CpPct(CpIdx) > CpPct(CpFoundIdx))
                           MOVE CpIdx TO CpFoundIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WriteCastWatchList.
           PERFORM WriteCastRptLine
           MOVE 'NOT WATCHED TITLES WITH TOP-RATED PEOPLE (AVG 4.00+)'
               TO CrLineOut
           PERFORM WriteCastRptLine
           MOVE ZERO TO CrWatchCount
           MOVE SPACES TO CrLastTitle
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE 'N' TO CpDramaOpen
               OPEN INPUT DramaFile
               IF FileStatus = '00'
                   MOVE 'Y' TO CpDramaOpen
               END-IF
               MOVE 'N' TO CastWalkDone
               PERFORM UNTIL CastWalkDone = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           IF CastTitle NOT = CrLastTitle
                               PERFORM CheckCastWatchEntry
                           END-IF
                   END-READ
               END-PERFORM
               IF CpDramaOpen = 'Y'
                   CLOSE DramaFile
               END-IF
               CLOSE CastFile
           END-IF
           IF CrWatchCount = ZERO
               MOVE '  NONE.' TO CrLineOut
               PERFORM WriteCastRptLine
           ELSE
               PERFORM WriteCastRptLine
               MOVE CrWatchCount TO EditedCount
               STRING 'TITLES LISTED:' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   INTO CrLineOut
               PERFORM WriteCastRptLine
           END-IF.

       CheckCastWatchEntry.
           MOVE CastPerson TO CpLookName
           PERFORM FindCastPerson
           IF CpFoundIdx > ZERO AND CpDramaOpen = 'Y'
               IF CpTop(CpFoundIdx) = 'Y'
                   MOVE CastTitle TO DramaTitle
                   READ DramaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WatchedStatus = 'Not Watched'
                               MOVE CastTitle TO CrLastTitle
                               ADD 1 TO CrWatchCount
                               MOVE CastTitle TO CrLineOut
                               PERFORM WriteCastRptLine
                               STRING '    WITH ' DELIMITED BY SIZE
                                   CastPerson DELIMITED BY '  '
                                   ' (' DELIMITED BY SIZE
                                   CastRole DELIMITED BY SPACE
                                   ')' DELIMITED BY SIZE
                                   INTO CrLineOut
                               PERFORM WriteCastRptLine
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WriteCastRptLine.
           WRITE CastReportLine FROM CrLineOut
           MOVE SPACES TO CrLineOut.

       ApplyCastBoost.
           IF RecCastOpen = 'Y'
               MOVE 'N' TO CastBoosted
               MOVE DramaTitle TO CastTitle
               PERFORM StartCastForTitle
               PERFORM UNTIL CastWalkDone = 'Y' OR CastBoosted = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CastWalkDone
                       NOT AT END
                           IF CastTitle NOT = DramaTitle
                               MOVE 'Y' TO CastWalkDone
                           ELSE
                               MOVE CastPerson TO CpLookName
                               PERFORM FindCastPerson
                               IF CpFoundIdx > ZERO
                                   IF CpTop(CpFoundIdx) = 'Y'
                                       ADD 1 TO RecScore
                                       MOVE 'Y' TO CastBoosted
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BkCopyCast.
           OPEN INPUT CastFile
           IF FileStatus = '00'
               MOVE 'Y' TO BkSrcFound
               PERFORM OpenGenBakOutput
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ CastFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE CastRecord TO GenBakRecord
                           PERFORM WriteGenBakRecord
                   END-READ
               END-PERFORM
               IF GenBakOpen = 'Y'
                   CLOSE GenBakFile
                   MOVE 'N' TO GenBakOpen
               END-IF
               CLOSE CastFile
           END-IF.

       YearReview.
           DISPLAY 'Year to review (YYYY, blank for last year): '
               NO ADVANCING
           ACCEPT YrYearTxt
           DISPLAY 'Profile name, or ALL for the household: '
               NO ADVANCING
           ACCEPT YrProfArg
           IF YrProfArg = SPACES
               IF CurrentProfile = SPACES
                   MOVE 'ALL' TO YrProfArg
               ELSE
                   MOVE CurrentProfile TO YrProfArg
               END-IF
           END-IF
           PERFORM YearReviewBody.

       YearReviewBody.
           MOVE 'Y' TO YrOk
           PERFORM SetReviewYear
           IF YrOk = 'Y'
               PERFORM SetReviewProfile
           END-IF
           IF YrOk = 'N'
               MOVE 'Y' TO BatchOpFailed
           ELSE
               MOVE SPACES TO YrRptName
               STRING 'dramalist_year_' DELIMITED BY SIZE
                   YrYear DELIMITED BY SIZE
                   '_' DELIMITED BY SIZE
                   YrProfArg DELIMITED BY SPACE
                   '.rpt' DELIMITED BY SIZE
                   INTO YrRptName
               OPEN OUTPUT YearReportFile
               IF FileStatus NOT = '00'
                   MOVE 'Y' TO BatchOpFailed
                   DISPLAY 'ERROR: Could not open ' YrRptName
                       ' file status ' FileStatus
               ELSE
                   PERFORM ClearYearTallies
                   PERFORM OpenYearLookups
                   PERFORM TallyYearDiary
                   PERFORM TallyYearAudit
                   PERFORM TallyYearLifecycle
                   PERFORM CloseYearLookups
                   PERFORM VARYING YrSlot FROM 1 BY 1 UNTIL YrSlot > 2
                       PERFORM FindYearStreak
                   END-PERFORM
                   PERFORM WriteYearReport
                   CLOSE YearReportFile
                   DISPLAY YrEps(1) ' episode(s) watched in ' YrYear
                   DISPLAY 'Year in review written to ' YrRptName
               END-IF
           END-IF.

       SetReviewYear.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           IF YrYearTxt = SPACES
               MOVE CurrentDate TO YrEntryDate
               COMPUTE YrYear = YrEntryYear - 1
           ELSE
               IF YrYearTxt IS NUMERIC AND YrYearTxt > '1900'
                   MOVE YrYearTxt TO YrYear
               ELSE
                   MOVE 'N' TO YrOk
                   DISPLAY 'ERROR: Year must be four digits, got '
                       YrYearTxt
               END-IF
           END-IF
           IF YrOk = 'Y'
               COMPUTE YrPrevYear = YrYear - 1
               COMPUTE DayNumInput = YrYear * 10000 + 101
               PERFORM ConvertDateToDayNum
               MOVE DayNumResult TO YrBaseDayNum(1)
               COMPUTE DayNumInput = YrPrevYear * 10000 + 101
               PERFORM ConvertDateToDayNum
               MOVE DayNumResult TO YrBaseDayNum(2)
           END-IF.

       SetReviewProfile.
           MOVE YrProfArg TO YrProfUpper
           INSPECT YrProfUpper CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF YrProfUpper = 'ALL'
               MOVE 'ALL' TO YrProfArg
               MOVE 'Y' TO YrAllProf
               MOVE SPACES TO YrProfile
           ELSE
               MOVE 'N' TO YrAllProf
               MOVE YrProfArg TO YrProfile
               PERFORM LoadWatcherTable
               MOVE 'N' TO WatcherFound
               PERFORM VARYING WatcherIdx FROM 1 BY 1
                       UNTIL WatcherIdx > WatcherCount
                   IF WatcherName(WatcherIdx) = YrProfile
                       MOVE 'Y' TO WatcherFound
                   END-IF
               END-PERFORM
               IF WatcherFound = 'N'
                   MOVE 'N' TO YrOk
                   DISPLAY 'ERROR: ' YrProfile ' is not a registered '
                       'watcher profile.'
               END-IF
           END-IF.

       ClearYearTallies.
           INITIALIZE YrStatsTable
           INITIALIZE YrMonthEpsTable
           INITIALIZE YrDayTable
           INITIALIZE YrGenreTable
           INITIALIZE YrReasonTable
           INITIALIZE YrFinTable
           MOVE ZERO TO YrGenreCount
           MOVE ZERO TO YrReasonCount
           MOVE ZERO TO YrFinCount
           MOVE HIGH-VALUES TO YrLookTitle.

       OpenYearLookups.
           MOVE 'N' TO YrDrmOpen
           OPEN INPUT DramaFile
           IF FileStatus = '00'
               MOVE 'Y' TO YrDrmOpen
           END-IF
           MOVE 'N' TO YrArcOpen
           OPEN INPUT ArchiveFile
           IF FileStatus = '00'
               MOVE 'Y' TO YrArcOpen
           END-IF
           MOVE 'N' TO YrProfOpen
           IF YrAllProf = 'N'
               OPEN INPUT ProfileFile
               IF FileStatus = '00'
                   MOVE 'Y' TO YrProfOpen
               END-IF
           END-IF.

       CloseYearLookups.
           IF YrDrmOpen = 'Y'
               CLOSE DramaFile
               MOVE 'N' TO YrDrmOpen
           END-IF
           IF YrArcOpen = 'Y'
               CLOSE ArchiveFile
               MOVE 'N' TO YrArcOpen
           END-IF
           IF YrProfOpen = 'Y'
               CLOSE ProfileFile
               MOVE 'N' TO YrProfOpen
           END-IF.

       SetYearSlot.
           MOVE ZERO TO YrSlot
           IF YrEntryYear = YrYear
               MOVE 1 TO YrSlot
           END-IF
           IF YrEntryYear = YrPrevYear
               MOVE 2 TO YrSlot
           END-IF
           IF YrAllProf = 'N' AND YrEntryProf NOT = YrProfile
               MOVE ZERO TO YrSlot
           END-IF.

       LookupYearTitle.
           IF YrLookKey NOT = YrLookTitle
               MOVE YrLookKey TO YrLookTitle
               MOVE 'N' TO YrLookFound
               MOVE SPACES TO YrLookGenre
               MOVE ZERO TO YrLookRating
               IF YrDrmOpen = 'Y'
                   MOVE YrLookKey TO DramaTitle
                   READ DramaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO YrLookFound
                           MOVE DramaGenre TO YrLookGenre
                           MOVE DramaRating TO YrLookRating
                   END-READ
               END-IF
               IF YrLookFound = 'N' AND YrArcOpen = 'Y'
                   MOVE YrLookKey TO ArcTitle
                   READ ArchiveFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO YrLookFound
                           MOVE ArcGenre TO YrLookGenre
                           MOVE ArcRating TO YrLookRating
                   END-READ
               END-IF
               IF YrLookFound = 'Y' AND YrProfOpen = 'Y'
                   MOVE YrProfile TO ProfName
                   MOVE YrLookKey TO ProfTitle
                   READ ProfileFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ProfRating TO YrLookRating
                   END-READ
               END-IF
           END-IF.

       TallyYearDiary.
           OPEN INPUT DiaryFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfDiary
               PERFORM UNTIL EndOfDiary = 'Y'
                   READ DiaryFile
                       AT END
                           MOVE 'Y' TO EndOfDiary
                       NOT AT END
                           PERFORM ParseDiaryLine
                           PERFORM TallyYearDiaryLine
                   END-READ
               END-PERFORM
               CLOSE DiaryFile
           END-IF.

       TallyYearDiaryLine.
           IF DiaryDateTxt IS NUMERIC
               MOVE DiaryDateTxt TO YrEntryDate
               MOVE DiaryProfTxt TO YrEntryProf
               PERFORM SetYearSlot
               IF YrSlot > ZERO
                   ADD 1 TO YrEps(YrSlot)
                   MOVE YrEntryDate TO DayNumInput
                   PERFORM ConvertDateToDayNum
                   COMPUTE YrDayIdx =
                       DayNumResult - YrBaseDayNum(YrSlot) + 1
                   IF YrDayIdx >= 1 AND YrDayIdx <= 366
                       MOVE YrEntryDate TO YrDayDate(YrSlot, YrDayIdx)
                   END-IF
                   IF YrSlot = 1
                           AND YrEntryMonth >= 1 AND YrEntryMonth <= 12
                       ADD 1 TO YrMonthEps(YrEntryMonth)
                       MOVE DiaryTitle TO YrLookKey
                       PERFORM LookupYearTitle
                       IF YrLookFound = 'Y'
                           PERFORM TallyYearGenre
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TallyYearGenre.
           MOVE ZERO TO YrFoundIdx
           PERFORM VARYING YrIdx FROM 1 BY 1
                   UNTIL YrIdx > YrGenreCount OR YrFoundIdx > ZERO
               IF YrGenreName(YrIdx) = YrLookGenre
                   MOVE YrIdx TO YrFoundIdx
               END-IF
           END-PERFORM
           IF YrFoundIdx = ZERO AND YrGenreCount < 50
               ADD 1 TO YrGenreCount
               MOVE YrLookGenre TO YrGenreName(YrGenreCount)
               MOVE ZERO TO YrGenreEps(YrGenreCount)
               MOVE YrGenreCount TO YrFoundIdx
           END-IF
           IF YrFoundIdx > ZERO
               ADD 1 TO YrGenreEps(YrFoundIdx)
           END-IF.

       TallyYearAudit.
           OPEN INPUT AuditFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfFile
               PERFORM UNTIL EndOfFile = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM ParseAuditLine
                           PERFORM TallyYearAuditLine
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       TallyYearAuditLine.
           IF (HistAction = 'ADD' OR HistAction = 'UPDATE')
                   AND HistOldStatus NOT = HistNewStatus
                   AND HistStamp(1:8) IS NUMERIC
               MOVE HistStamp(1:8) TO YrEntryDate
               MOVE HistProfile TO YrEntryProf
               PERFORM SetYearSlot
               IF YrSlot > ZERO
                   IF (HistOldStatus = SPACES
                           OR HistOldStatus = 'Not Watched')
                           AND (HistNewStatus = 'On Going'
                           OR HistNewStatus = 'Watched')
                       ADD 1 TO YrStarted(YrSlot)
                   END-IF
                   IF HistNewStatus = 'Watched'
                       ADD 1 TO YrFinished(YrSlot)
                       IF YrSlot = 1
                           PERFORM NoteYearFinish
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NoteYearFinish.
           MOVE ZERO TO YrFoundIdx
           PERFORM VARYING YrIdx FROM 1 BY 1
                   UNTIL YrIdx > YrFinCount OR YrFoundIdx > ZERO
               IF YrFinTitle(YrIdx) = HistTitle
                   MOVE YrIdx TO YrFoundIdx
               END-IF
           END-PERFORM
           IF YrFoundIdx = ZERO AND YrFinCount < 200
               ADD 1 TO YrFinCount
               MOVE HistTitle TO YrFinTitle(YrFinCount)
               MOVE HistTitle TO YrLookKey
               PERFORM LookupYearTitle
               MOVE YrLookFound TO YrFinKnown(YrFinCount)
               MOVE YrLookRating TO YrFinRating(YrFinCount)
           END-IF.

       TallyYearLifecycle.
           OPEN INPUT LifecycleFile
           IF FileStatus = '00'
               MOVE 'N' TO EndOfLife
               PERFORM UNTIL EndOfLife = 'Y'
                   READ LifecycleFile
                       AT END
                           MOVE 'Y' TO EndOfLife
                       NOT AT END
                           PERFORM ParseLifeLine
                           PERFORM TallyYearLifeLine
                   END-READ
               END-PERFORM
               CLOSE LifecycleFile
           END-IF.

       TallyYearLifeLine.
           IF LifeDateTxt IS NUMERIC
               MOVE LifeDateTxt TO YrEntryDate
               MOVE LifeProfTxt TO YrEntryProf
               PERFORM SetYearSlot
               IF YrSlot > ZERO
                   IF LifeStatus = 'Dropped'
                       ADD 1 TO YrDropped(YrSlot)
                       IF YrSlot = 1
                           PERFORM TallyYearDropReason
                       END-IF
                   END-IF
                   IF LifeStatus = 'On Hold'
                       ADD 1 TO YrHeld(YrSlot)
                   END-IF
               END-IF
           END-IF.

       TallyYearDropReason.
           IF LifeReason = SPACES
               MOVE '(NO REASON GIVEN)' TO LifeReason
           END-IF
           MOVE ZERO TO YrFoundIdx
           PERFORM VARYING YrIdx FROM 1 BY 1
                   UNTIL YrIdx > YrReasonCount OR YrFoundIdx > ZERO
               IF YrReasonText(YrIdx) = LifeReason
                   MOVE YrIdx TO YrFoundIdx
               END-IF
           END-PERFORM
           IF YrFoundIdx = ZERO AND YrReasonCount < 50
               ADD 1 TO YrReasonCount
               MOVE LifeReason TO YrReasonText(YrReasonCount)
               MOVE ZERO TO YrReasonTally(YrReasonCount)
               MOVE YrReasonCount TO YrFoundIdx
           END-IF
           IF YrFoundIdx > ZERO
               ADD 1 TO YrReasonTally(YrFoundIdx)
           END-IF.

       FindYearStreak.
           MOVE ZERO TO YrRun
           PERFORM VARYING YrDayIdx FROM 1 BY 1 UNTIL YrDayIdx > 366
               IF YrDayDate(YrSlot, YrDayIdx) = ZERO
                   MOVE ZERO TO YrRun
               ELSE
                   ADD 1 TO YrActiveDays(YrSlot)
                   IF YrRun = ZERO
                       MOVE YrDayIdx TO YrRunStart
                   END-IF
                   ADD 1 TO YrRun
                   IF YrRun > YrStreak(YrSlot)
                       MOVE YrRun TO YrStreak(YrSlot)
                       MOVE YrDayDate(YrSlot, YrRunStart)
                           TO YrStreakFrom(YrSlot)
                       MOVE YrDayDate(YrSlot, YrDayIdx)
                           TO YrStreakTo(YrSlot)
                   END-IF
               END-IF
           END-PERFORM.

       WriteYearReport.
           STRING 'DRAMA LIST - YEAR IN REVIEW ' DELIMITED BY SIZE
               YrYear DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           IF YrAllProf = 'Y'
               MOVE 'PROFILE: ALL (HOUSEHOLD)' TO YrLineOut
           ELSE
               STRING 'PROFILE: ' DELIMITED BY SIZE
                   YrProfile DELIMITED BY '  '
                   INTO YrLineOut
           END-IF
           PERFORM WriteYearLine
           PERFORM WriteYearLine
           PERFORM WriteYearMonths
           PERFORM WriteYearTitles
           PERFORM WriteYearGenres
           PERFORM WriteYearRatings
           PERFORM WriteYearStreak
           PERFORM WriteYearComparison.

       WriteYearMonths.
           MOVE 'EPISODES WATCHED PER MONTH:' TO YrLineOut
           PERFORM WriteYearLine
           PERFORM VARYING YrIdx FROM 1 BY 1 UNTIL YrIdx > 12
               MOVE YrMonthEps(YrIdx) TO EditedCount
               STRING '  ' DELIMITED BY SIZE
                   YrMonthName(YrIdx) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   INTO YrLineOut
               PERFORM WriteYearLine
           END-PERFORM
           MOVE YrEps(1) TO EditedCount
           STRING '  TOTAL ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           PERFORM WriteYearLine.

       WriteYearTitles.
           MOVE 'TITLES:' TO YrLineOut
           PERFORM WriteYearLine
           MOVE YrStarted(1) TO EditedCount
           STRING '  STARTED    ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           MOVE YrFinished(1) TO EditedCount
           STRING '  FINISHED   ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           MOVE YrDropped(1) TO EditedCount
           STRING '  DROPPED    ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           MOVE YrHeld(1) TO EditedCount
           STRING '  ON HOLD    ' DELIMITED BY SIZE
               EditedCount DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           PERFORM WriteYearLine
           MOVE 'DROP REASONS:' TO YrLineOut
           PERFORM WriteYearLine
           IF YrReasonCount = ZERO
               MOVE '  NONE.' TO YrLineOut
               PERFORM WriteYearLine
           ELSE
               PERFORM VARYING YrIdx FROM 1 BY 1
                       UNTIL YrIdx > YrReasonCount
                   MOVE YrReasonTally(YrIdx) TO EditedCount
                   STRING '  ' DELIMITED BY SIZE
                       EditedCount DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       YrReasonText(YrIdx) DELIMITED BY '  '
                       INTO YrLineOut
                   PERFORM WriteYearLine
               END-PERFORM
           END-IF
           PERFORM WriteYearLine.

       WriteYearGenres.
           MOVE 'TOP GENRES BY EPISODES WATCHED:' TO YrLineOut
           PERFORM WriteYearLine
           IF YrGenreCount = ZERO
               MOVE '  NONE.' TO YrLineOut
               PERFORM WriteYearLine
           ELSE
               MOVE ZERO TO YrPick
               MOVE 'N' TO YrPickDone
               PERFORM UNTIL YrPickDone = 'Y'
                   PERFORM FindNextYearGenre
                   IF YrFoundIdx = ZERO OR YrPick >= 5
                       MOVE 'Y' TO YrPickDone
                   ELSE
                       ADD 1 TO YrPick
                       MOVE 'Y' TO YrGenreDone(YrFoundIdx)
                       MOVE YrGenreEps(YrFoundIdx) TO EditedCount
                       STRING '  ' DELIMITED BY SIZE
                           YrPick DELIMITED BY SIZE
                           '. ' DELIMITED BY SIZE
                           YrGenreName(YrFoundIdx) DELIMITED BY SIZE
                           EditedCount DELIMITED BY SIZE
                           ' EPISODE(S)' DELIMITED BY SIZE
                           INTO YrLineOut
                       PERFORM WriteYearLine
                   END-IF
               END-PERFORM
           END-IF
           PERFORM WriteYearLine.

       FindNextYearGenre.
           MOVE ZERO TO YrFoundIdx
           PERFORM VARYING YrIdx FROM 1 BY 1
                   UNTIL YrIdx > YrGenreCount
               IF YrGenreDone(YrIdx) NOT = 'Y'
                   IF YrFoundIdx = ZERO
                       MOVE YrIdx TO YrFoundIdx
                   ELSE
                       IF YrGenreEps(YrIdx) > YrGenreEps(YrFoundIdx)
                           MOVE YrIdx TO YrFoundIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WriteYearRatings.
           MOVE ZERO TO YrMaxRating
           MOVE 9 TO YrMinRating
           PERFORM VARYING YrIdx FROM 1 BY 1 UNTIL YrIdx > YrFinCount
               IF YrFinKnown(YrIdx) = 'Y' AND YrFinRating(YrIdx) > 0
                   IF YrFinRating(YrIdx) > YrMaxRating
                       MOVE YrFinRating(YrIdx) TO YrMaxRating
                   END-IF
                   IF YrFinRating(YrIdx) < YrMinRating
                       MOVE YrFinRating(YrIdx) TO YrMinRating
                   END-IF
               END-IF
           END-PERFORM
           IF YrMaxRating = ZERO
               MOVE 'HIGHEST AND LOWEST RATED FINISHED:' TO YrLineOut
               PERFORM WriteYearLine
               MOVE '  NO RATED TITLES FINISHED.' TO YrLineOut
               PERFORM WriteYearLine
           ELSE
               STRING 'HIGHEST RATED FINISHED (' DELIMITED BY SIZE
                   YrMaxRating DELIMITED BY SIZE
                   '/5):' DELIMITED BY SIZE
                   INTO YrLineOut
               PERFORM WriteYearLine
               MOVE YrMaxRating TO YrListRating
               PERFORM WriteYearRatedTitles
               IF YrMinRating < YrMaxRating
                   STRING 'LOWEST RATED FINISHED (' DELIMITED BY SIZE
                       YrMinRating DELIMITED BY SIZE
                       '/5):' DELIMITED BY SIZE
                       INTO YrLineOut
                   PERFORM WriteYearLine
                   MOVE YrMinRating TO YrListRating
                   PERFORM WriteYearRatedTitles
               END-IF
           END-IF
           PERFORM WriteYearLine.

       WriteYearRatedTitles.
           PERFORM VARYING YrIdx FROM 1 BY 1 UNTIL YrIdx > YrFinCount
               IF YrFinKnown(YrIdx) = 'Y'
                       AND YrFinRating(YrIdx) = YrListRating
                   STRING '  ' DELIMITED BY SIZE
                       YrFinTitle(YrIdx) DELIMITED BY '  '
                       INTO YrLineOut
                   PERFORM WriteYearLine
               END-IF
           END-PERFORM.

       WriteYearStreak.
           MOVE 'LONGEST BINGE STREAK:' TO YrLineOut
           PERFORM WriteYearLine
           IF YrStreak(1) = ZERO
               MOVE '  NO DIARY ENTRIES.' TO YrLineOut
           ELSE
               MOVE YrStreak(1) TO EditedCount
               STRING '  ' DELIMITED BY SIZE
                   EditedCount DELIMITED BY SIZE
                   ' CONSECUTIVE DAY(S), ' DELIMITED BY SIZE
                   YrStreakFrom(1) DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   YrStreakTo(1) DELIMITED BY SIZE
                   INTO YrLineOut
           END-IF
           PERFORM WriteYearLine
           PERFORM WriteYearLine.

       WriteYearComparison.
           STRING 'COMPARED WITH ' DELIMITED BY SIZE
               YrPrevYear DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               INTO YrLineOut
           PERFORM WriteYearLine
           MOVE 'METRIC' TO YrLineOut(3:6)
           MOVE YrYear TO YrLineOut(20:4)
           MOVE YrPrevYear TO YrLineOut(27:4)
           MOVE 'CHANGE' TO YrLineOut(33:6)
           PERFORM WriteYearLine
           MOVE 'EPISODES' TO YrcLabel
           MOVE YrEps(1) TO YrCmpThis
           MOVE YrEps(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'STARTED' TO YrcLabel
           MOVE YrStarted(1) TO YrCmpThis
           MOVE YrStarted(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'FINISHED' TO YrcLabel
           MOVE YrFinished(1) TO YrCmpThis
           MOVE YrFinished(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'DROPPED' TO YrcLabel
           MOVE YrDropped(1) TO YrCmpThis
           MOVE YrDropped(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'ON HOLD' TO YrcLabel
           MOVE YrHeld(1) TO YrCmpThis
           MOVE YrHeld(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'ACTIVE DAYS' TO YrcLabel
           MOVE YrActiveDays(1) TO YrCmpThis
           MOVE YrActiveDays(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow
           MOVE 'LONGEST STREAK' TO YrcLabel
           MOVE YrStreak(1) TO YrCmpThis
           MOVE YrStreak(2) TO YrCmpPrev
           PERFORM WriteYearCompareRow.

       WriteYearCompareRow.
           MOVE YrCmpThis TO YrcThis
           MOVE YrCmpPrev TO YrcPrev
           COMPUTE YrcChange = YrCmpThis - YrCmpPrev
           MOVE YrCmpDetail TO YrLineOut
           PERFORM WriteYearLine.

       WriteYearLine.
           WRITE YearReportLine FROM YrLineOut
           MOVE SPACES TO YrLineOut.
