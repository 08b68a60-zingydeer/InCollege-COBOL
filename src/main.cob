           SELECT resumeFile ASSIGN USING resumeFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS resumeFileStatus.
           *> printable agenda, also named per user
           SELECT agendaFile ASSIGN USING agendaFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS agendaFileStatus.
           SELECT eventFile ASSIGN TO "src/files/events.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS eventFileStatus.
           SELECT jobFeedRejectFile
                  ASSIGN TO "src/files/job_feed_rejects.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT blockFile ASSIGN TO "src/files/blocks.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS blockFileStatus.
           SELECT placementFile ASSIGN TO "src/files/placements.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS placementFileStatus.
           SELECT rosterFile ASSIGN TO "src/files/roster.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS rosterFileStatus.
           SELECT rosterRejectFile
                  ASSIGN TO "src/files/roster_rejects.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT rosterPasswordFile
                  ASSIGN TO "src/files/roster_passwords.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT reportHistoryFile ASSIGN TO "src/files/report_history.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS reportHistoryFileStatus.
           SELECT profilesExtractFile
                  ASSIGN TO "src/files/profiles_extract.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT placementsExtractFile
                  ASSIGN TO "src/files/placements_extract.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           *> backup set members carry the backup date in their names,
           *> and the source side is whichever data file is being
           *> copied, so all three go through data names (ASSIGN USING)
           SELECT backupFile ASSIGN USING backupFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS backupFileStatus.
           SELECT backupSourceFile ASSIGN USING backupSourceName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS backupSourceFileStatus.
           SELECT backupManifestFile ASSIGN USING backupManifestName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS backupManifestFileStatus.
           SELECT backupCatalogFile ASSIGN TO "src/files/backup_catalog.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS backupCatalogFileStatus.

       DATA DIVISION.

           *> acctLockFlag (spaces on old records) drive the lockout.
           *> acctRole is student/employer/admin; spaces on records from
           *> before roles existed read back as student.
           *> acctMustChange is Y on a temporary password (roster import
           *> or admin reset) that has to be replaced at the next login.
           01  accountRecord.
               05 acctUsername                PIC X(30).
               05 acctPassword                PIC X(30).
               05 acctFailedCount             PIC 9(2).
               05 acctLockFlag                PIC X.
               05 acctRole                    PIC X(10).
               05 acctMustChange              PIC X.
               05 acctFiller                  PIC X(26).

           FD  profileFile.
           *> keyed on profileKeyUserName, same 4200-byte layout the old
           *> rewritten on each import run
           01  jobFeedRejectRecord            PIC X(460).

           FD  blockFile.
           *> block list: blocker(30) + '|' + blocked(30); rewritten
           *> through tempConnectionFile, which has the same width
           01  blockRecord                    PIC X(61).

           FD  placementFile.
           *> accepted offers: username|jobId|employer|title|applied
           *> date|accepted date|days from application to acceptance
           01  placementRecord                PIC X(143).

           FD  rosterFile.
           *> registrar roster, one new student per line:
           *> username|firstName|lastName|university|major|gradYear
           01  rosterRecord                   PIC X(400).

           FD  rosterRejectFile.
           *> rejected roster lines, each prefixed with the reason;
           *> rewritten on each import run
           01  rosterRejectRecord             PIC X(460).

           FD  rosterPasswordFile.
           *> username|temporary password for each account created by
           *> the run, for the registrar to hand out; rewritten on each
           *> import run
           01  rosterPasswordRecord           PIC X(100).

           FD  reportHistoryFile.
           *> dated network-report snapshots, appended per run:
           *> "S|date|accounts|profiles|completePct|pending|accepted"

           FD  runControlFile.
           *> one batch step per line: NETWORK-REPORT, RECONCILE,
           *> CAREER-EXTRACT, JOB-IMPORT, ROSTER-IMPORT, BLOCK-REPORT,
           *> SKILLS-GAP, FIRST-DESTINATION, EMPLOYER-FUNNEL[|<days>],
           *> AUDIT-PRUNE|<cutoff timestamp>, BACKUP, or
           *> RESTORE|<backup date YYYYMMDD>
           01  runControlRecord               PIC X(100).

           FD  jobLogFile.
           FD  resumeFile.
           01  resumeRecord                   PIC X(100).

           FD  agendaFile.
           01  agendaRecord                   PIC X(150).

           *> weekly career-office extracts: pipe-delimited data lines,
           *> closed by a "T|<record count>" trailer as the control total
           FD  jobsExtractFile.
           FD  profilesExtractFile.
           01  profilesExtractRecord          PIC X(200).

           FD  placementsExtractFile.
           01  placementsExtractRecord        PIC X(200).

           FD  backupFile.
           *> backup copy of one data file, one record per line; sized
           *> for a profile.dat record, the widest in the backup set
           01  backupRecord                   PIC X(4200).

           FD  backupSourceFile.
           *> the LINE SEQUENTIAL data file being backed up or restored
           01  backupSourceRecord             PIC X(4200).

           FD  backupManifestFile.
           *> "H|<date>|<timestamp>" header, one "F|<file>|<count>" line
           *> per data file, closed by a "T|<file count>" trailer
           01  backupManifestRecord           PIC X(100).

           FD  backupCatalogFile.
           *> one line per backup taken: date|timestamp|files|records
           01  backupCatalogRecord            PIC X(100).

       WORKING-STORAGE SECTION.
       *> ---------- General I/O ----------
           01  loginInput                         PIC X.
           01  msgConnectionFound                  PIC X VALUE "N".
           01  inboxFound                          PIC X VALUE "N".
           01  outboxFound                        PIC X VALUE "N".
           *> system notices: written straight to messages.txt under a
           *> sender name no account can hold, so no connection is needed
           01  systemSenderName                    PIC X(30) VALUE "*SYSTEM*".
           01  noticeRecipient                     PIC X(30).
           01  noticeBody                          PIC X(200).
           01  noticeIvDate                        PIC X(10).
           01  noticeIvSlot                        PIC X(5).

       *> ---------- Network / reporting batch job ----------
           01  reportTotalProfiles                 PIC 9(6) VALUE 0.
           01  feedMonthNum                         PIC 99 VALUE 0.
           01  feedDayNum                           PIC 99 VALUE 0.

       *> ---------- Block list ----------
           01  blockFileStatus                      PIC XX VALUE "00".
           01  blockData.
               05 blockBlocker                      PIC X(30).
               05 blockSep                          PIC X  VALUE '|'.
               05 blockBlocked                      PIC X(30).
           01  exitBlockMenu                        PIC X VALUE "N".
           01  blockMenuChoice                      PIC X(100).
           01  blockUserChoice                      PIC X(100).
           01  blockTargetUser                      PIC X(30).
           01  blockCheckBlocker                    PIC X(30).
           01  blockCheckBlocked                    PIC X(30).
           01  blockFound                           PIC X VALUE "N".
           01  blockScanDone                        PIC X VALUE "N".
           01  blocksListed                         PIC X VALUE "N".
           01  blockPairUser1                       PIC X(30).
           01  blockPairUser2                       PIC X(30).
           *> everyone who has blocked the user searching, loaded once
           *> per search so the profile scan can skip them
           01  blockerCount                         PIC 9(4) VALUE 0.
           01  blockerTable.
               02 blockerName OCCURS 200 TIMES      PIC X(30).
           01  blockerIndex                         PIC 9(4) VALUE 0.
           01  hiddenByBlock                        PIC X VALUE "N".
           01  blockCandidate                       PIC X(30).
           *> career-office block report: per user, how many people
           *> have blocked them and how many they have blocked
           01  blockTallyCount                      PIC 9(4) VALUE 0.
           01  blockTallyTable.
               02 blockTallyEntry OCCURS 200 TIMES.
                  03 blockTallyUser                 PIC X(30).
                  03 blockTallyBlockedBy            PIC 9(4).
                  03 blockTallyMade                 PIC 9(4).
           01  blockTallyIndex                      PIC 9(4) VALUE 0.
           01  blockTallyFound                      PIC 9(4) VALUE 0.
           01  blockTallySwap                       PIC X(38).
           01  blockTallySorted                     PIC X VALUE "N".
           01  blockTallyName                       PIC X(30).
           01  blockPairCount                       PIC 9(6) VALUE 0.
           01  blockAlertThreshold                  PIC 9(4) VALUE 3.
           01  blockByDisplay                       PIC ZZZ9.
           01  blockMadeDisplay                     PIC ZZZ9.

       *> ---------- People you may know ----------
           01  sugCount                             PIC 9(4) VALUE 0.
           01  sugTable.
               02 sugEntry OCCURS 300 TIMES.
                  03 sugUser                        PIC X(30).
                  03 sugFullName                    PIC X(61).
                  03 sugMutual                      PIC 9(4).
                  03 sugSameUniv                    PIC X.
                  03 sugSameMajor                   PIC X.
                  03 sugSameYear                    PIC X.
                  03 sugExcluded                    PIC X.
                  03 sugScore                       PIC 9(8).
           01  sugSwap                              PIC X(107).
           01  sugIndex                             PIC 9(4) VALUE 0.
           01  sugSearchIndex                       PIC 9(4) VALUE 0.
           01  sugFound                             PIC 9(4) VALUE 0.
           01  sugName                              PIC X(30).
           01  sugOther                             PIC X(30).
           01  sugAddNew                            PIC X VALUE "N".
           01  sugSorted                            PIC X VALUE "N".
           01  sugShown                             PIC 9(4) VALUE 0.
           01  sugMaxShown                          PIC 9(4) VALUE 10.
           01  sugMyUniversity                      PIC X(50).
           01  sugMyMajor                           PIC X(30).
           01  sugMyYear                            PIC X(4).
           01  sugUnivHit                           PIC X VALUE "N".
           01  sugMajorHit                          PIC X VALUE "N".
           01  sugYearHit                           PIC X VALUE "N".
           01  sugReason                            PIC X(100).
           01  sugReasonPart                        PIC X(30).
           01  sugReasonWork                        PIC X(100).
           01  sugMutualDisplay                     PIC ZZZ9.
           01  sugChoice                            PIC X(100).
           01  myConnCount                          PIC 9(4) VALUE 0.
           01  myConnTable.
               02 myConnName OCCURS 200 TIMES       PIC X(30).
           01  myConnIndex                          PIC 9(4) VALUE 0.
           01  myConnFound                          PIC X VALUE "N".

       *> ---------- Skills gap report ----------
           01  gapSkillCount                        PIC 9(4) VALUE 0.
           01  gapSkillTable.
               02 gapSkillEntry OCCURS 50 TIMES.
                  03 gapSkill                       PIC X(50).
                  03 gapDemand                      PIC 9(5).
                  03 gapSupply                      PIC 9(5).
                  03 gapUnmet                       PIC 9(5).
                  03 gapRank                        PIC 9(4).
           01  gapIndex                             PIC 9(4) VALUE 0.
           01  gapSearchIndex                       PIC 9(4) VALUE 0.
           01  gapRankIndex                         PIC 9(4) VALUE 0.
           01  gapRankA                             PIC 9(4) VALUE 0.
           01  gapRankB                             PIC 9(4) VALUE 0.
           01  gapFound                             PIC 9(4) VALUE 0.
           01  gapSkillName                         PIC X(50).
           01  gapSorted                            PIC X VALUE "N".
           01  gapShown                             PIC 9(4) VALUE 0.
           01  gapScanDone                          PIC X VALUE "N".
           *> open demand per skill and posting location
           01  gapLocCount                          PIC 9(4) VALUE 0.
           01  gapLocTable.
               02 gapLocEntry OCCURS 200 TIMES.
                  03 gapLocSkill                    PIC 9(4).
                  03 gapLocName                     PIC X(50).
                  03 gapLocPostings                 PIC 9(5).
           01  gapLocIndex                          PIC 9(4) VALUE 0.
           01  gapLocFound                          PIC 9(4) VALUE 0.
           *> skill/student pairs already counted as unmet
           01  gapPairCount                         PIC 9(4) VALUE 0.
           01  gapPairTable.
               02 gapPairEntry OCCURS 1000 TIMES.
                  03 gapPairSkill                   PIC 9(4).
                  03 gapPairUser                    PIC X(30).
           01  gapPairIndex                         PIC 9(4) VALUE 0.
           01  gapPairSeen                          PIC X VALUE "N".
           01  gapHaveCount                         PIC 9 VALUE 0.
           01  gapHaveSkills.
               02 gapHaveSkill OCCURS 5 TIMES       PIC X(50).
           01  gapHaveIndex                         PIC 9(4) VALUE 0.
           01  gapDemandDisplay                     PIC ZZ,ZZ9.
           01  gapSupplyDisplay                     PIC ZZ,ZZ9.
           01  gapUnmetDisplay                      PIC ZZ,ZZ9.

       *> ---------- Offers and placements ----------
           01  placementFileStatus                  PIC XX VALUE "00".
           01  placementData.
               05 plcUsername                       PIC X(30).
               05 plcSep1                           PIC X VALUE '|'.
               05 plcJobId                          PIC 9(6).
               05 plcSep2                           PIC X VALUE '|'.
               05 plcEmployer                       PIC X(30).
               05 plcSep3                           PIC X VALUE '|'.
               05 plcJobTitle                       PIC X(50).
               05 plcSep4                           PIC X VALUE '|'.
               05 plcAppDate                        PIC X(8).
               05 plcSep5                           PIC X VALUE '|'.
               05 plcAcceptDate                     PIC X(8).
               05 plcSep6                           PIC X VALUE '|'.
               05 plcDays                           PIC 9(5).
           01  plcFromDateNum                       PIC 9(8) VALUE 0.
           01  plcToDateNum                         PIC 9(8) VALUE 0.
           01  offerChoice                          PIC X(100).
           01  offerDecision                        PIC X(12).
           01  offerFound                           PIC X VALUE "N".
           01  offerOnFile                          PIC X VALUE "N".
           01  offerAlreadyAccepted                 PIC X VALUE "N".
           01  offerAppDate                         PIC X(10).
           01  offerWithdrawnCount                  PIC 9(4) VALUE 0.
           *> jobs whose applications an acceptance withdrew
           01  offerWithdrawnJobs.
               02 offerWithdrawnJob OCCURS 50 TIMES PIC 9(6).
           01  offerWithdrawnIndex                  PIC 9(4) VALUE 0.
           01  offerJobWithdrawn                    PIC X VALUE "N".
           *> interviews an acceptance cancelled, for the employer notices
           01  offerCancelledCount                  PIC 9(4) VALUE 0.
           01  offerCancelledList.
               02 offerCancelled OCCURS 50 TIMES.
                  03 ocJobId                        PIC 9(6).
                  03 ocEmployer                     PIC X(30).
                  03 ocDate                         PIC X(10).
                  03 ocSlot                         PIC X(5).
           01  offerCancelledIndex                  PIC 9(4) VALUE 0.
           01  offerJobIdSave                       PIC 9(6).
           01  appClosed                            PIC X VALUE "N".
           *> first-destination report
           01  plcTabCount                          PIC 9(4) VALUE 0.
           01  plcTable.
               02 plcTabEntry OCCURS 500 TIMES.
                  03 plcTabUser                     PIC X(30).
                  03 plcTabDays                     PIC 9(5).
                  03 plcTabGroup                    PIC 9(4).
           01  plcTabIndex                          PIC 9(4) VALUE 0.
           01  fdGroupCount                         PIC 9(4) VALUE 0.
           01  fdGroupTable.
               02 fdEntry OCCURS 200 TIMES.
                  03 fdKey.
                     04 fdUniv                      PIC X(50).
                     04 fdMajor                     PIC X(30).
                     04 fdYear                      PIC X(4).
                  03 fdGrads                        PIC 9(5).
                  03 fdPlaced                       PIC 9(5).
                  03 fdMedianDays                   PIC 9(5).
           01  fdSwap                               PIC X(99).
           01  fdIndex                              PIC 9(4) VALUE 0.
           01  fdFound                              PIC 9(4) VALUE 0.
           01  fdSorted                             PIC X VALUE "N".
           01  fdPlacedFound                        PIC X VALUE "N".
           01  fdPlacedIndex                        PIC 9(4) VALUE 0.
           01  fdIncompleteCount                    PIC 9(5) VALUE 0.
           01  fdIncompletePlaced                   PIC 9(5) VALUE 0.
           01  fdTotalGrads                         PIC 9(5) VALUE 0.
           01  fdTotalPlaced                        PIC 9(5) VALUE 0.
           01  fdMedianText                         PIC X(10).
           01  fdGradsDisplay                       PIC ZZ,ZZ9.
           01  fdPlacedDisplay                      PIC ZZ,ZZ9.
           01  fdMedianDisplay                      PIC ZZ,ZZ9.
           01  fdDaysCount                          PIC 9(4) VALUE 0.
           01  fdDaysTable.
               02 fdDaysValue OCCURS 500 TIMES      PIC 9(5).
           01  fdDaysIndex                          PIC 9(4) VALUE 0.
           01  fdDaysSwap                           PIC 9(5) VALUE 0.
           01  fdDaysSorted                         PIC X VALUE "N".
           01  fdDaysHalf                           PIC 9(4) VALUE 0.
           01  fdDaysOdd                            PIC 9 VALUE 0.

       *> ---------- Employer hiring funnel ----------
           01  funnelCount                          PIC 9(4) VALUE 0.
           01  funnelTable.
               02 funnelEntry OCCURS 200 TIMES.
                  03 funnelEmployer                 PIC X(30).
                  03 funnelOpen                     PIC 9(5).
                  03 funnelFilled                   PIC 9(5).
                  03 funnelClosed                   PIC 9(5).
                  03 funnelApps                     PIC 9(5).
                  03 funnelSubmitted                PIC 9(5).
                  03 funnelReview                   PIC 9(5).
                  03 funnelInterviewed              PIC 9(5).
                  03 funnelOffer                    PIC 9(5).
                  03 funnelRejected                 PIC 9(5).
                  03 funnelWithdrawn                PIC 9(5).
                  03 funnelIvProposed               PIC 9(5).
                  03 funnelIvConfirmed              PIC 9(5).
                  03 funnelIvDeclined               PIC 9(5).
                  03 funnelIvAwaiting               PIC 9(5).
                  03 funnelStale                    PIC 9(5).
                  03 funnelOldest                   PIC 9(5).
           01  funnelIndex                          PIC 9(4) VALUE 0.
           01  funnelSearchIndex                    PIC 9(4) VALUE 0.
           01  funnelFound                          PIC 9(4) VALUE 0.
           01  funnelName                           PIC X(30).
           01  funnelFlaggedCount                   PIC 9(4) VALUE 0.
           *> days an application may sit at submitted before the
           *> employer is flagged; EMPLOYER-FUNNEL|<days> overrides
           01  funnelStaleDays                      PIC 9(4) VALUE 14.
           01  funnelAgeDays                        PIC 9(5) VALUE 0.
           01  funnelDaysChoice                     PIC X(100).
           01  funnelDisplay1                       PIC ZZ,ZZ9.
           01  funnelDisplay2                       PIC ZZ,ZZ9.
           01  funnelDisplay3                       PIC ZZ,ZZ9.
           01  funnelDisplay4                       PIC ZZ,ZZ9.
           01  funnelDisplay5                       PIC ZZ,ZZ9.

       *> ---------- My agenda ----------
           01  agendaFileName                       PIC X(60).
           01  agendaFileStatus                     PIC XX VALUE "00".
           01  agUser                               PIC X(30).
           01  agCount                              PIC 9(4) VALUE 0.
           01  agTable.
               02 agEntry OCCURS 200 TIMES.
                  03 agKey.
                     04 agDate                      PIC X(8).
                     04 agSlot                      PIC X(5).
                  03 agKind                         PIC X.
                  03 agRefId                        PIC 9(6).
                  03 agText                         PIC X(100).
           01  agSwap                               PIC X(120).
           01  agIndex                              PIC 9(4) VALUE 0.
           01  agLineIndex                          PIC 9(4) VALUE 0.
           01  agSorted                             PIC X VALUE "N".
           01  agScanDone                           PIC X VALUE "N".
           01  agSaveJobId                          PIC 9(6) VALUE 0.
           01  agOtherParty                         PIC X(30).
           01  agIvStatus                           PIC X(10).
           01  agRsvpCount                          PIC 9(4) VALUE 0.
           01  agRsvpTable.
               02 agRsvpEventId OCCURS 100 TIMES    PIC 9(6).
           01  agRsvpIndex                          PIC 9(4) VALUE 0.
           01  agRsvpHit                            PIC X VALUE "N".
           *> the booking being checked for a clash
           01  agCheckDate                          PIC X(8).
           01  agCheckSlot                          PIC X(5).
           01  agCheckKind                          PIC X.
           01  agCheckRefId                         PIC 9(6) VALUE 0.
           01  agClashFound                         PIC X VALUE "N".
           01  agClashText                          PIC X(100).
           01  agSlotText                           PIC X(7).
           01  agLine                               PIC X(150).
           01  agChoice                             PIC X(100).

       *> ---------- Registrar roster import ----------
           01  rosterFileStatus                     PIC XX VALUE "00".
           01  rosterLine                           PIC X(400).
           01  rosterUsername                       PIC X(100).
           01  rosterFirstName                      PIC X(100).
           01  rosterLastName                       PIC X(100).
           01  rosterUniversity                     PIC X(100).
           01  rosterMajor                          PIC X(100).
           01  rosterGradYear                       PIC X(20).
           01  rosterRejectReason                   PIC X(50).
           01  rosterRejectLine                     PIC X(460).
           01  rosterPasswordLine                   PIC X(100).
           01  rosterReadCount                      PIC 9(6) VALUE 0.
           01  rosterCreatedCount                   PIC 9(6) VALUE 0.
           01  rosterRejectedCount                  PIC 9(6) VALUE 0.

       *> ---------- Report history / trends ----------
           01  reportHistoryFileStatus              PIC XX VALUE "00".
           01  histLine                             PIC X(120).
           01  jobsExtractCount                    PIC 9(6) VALUE 0.
           01  appsExtractCount                    PIC 9(6) VALUE 0.
           01  profilesExtractCount                PIC 9(6) VALUE 0.
           01  placementsExtractCount              PIC 9(6) VALUE 0.
           01  extractCountDisplay                 PIC ZZZZZ9.
           01  profileCompleteFlag                 PIC X VALUE "N".

           01  batchStepParm                       PIC X(40).
           01  batchStepRc                         PIC 99 VALUE 0.
           01  batchStepCount                      PIC 9(4) VALUE 0.
           *> Y while runBatchMode is driving the steps, so shared
           *> paragraphs can credit SYSTEM rather than a signed-in user
           01  batchModeActive                     PIC X VALUE "N".
           01  jobLogLine                          PIC X(100).

       *> ---------- Password hashing / lockout ----------
           01  hashCharIndex                       PIC 9(4) VALUE 0.
           01  hashFieldLen                        PIC 9(4) VALUE 0.
           01  accountLockedFound                  PIC X VALUE "N".
           01  passwordChangeRequired              PIC X VALUE "N".
           01  temporaryPassword                   PIC X(12).
           01  maxFailedLogins                     PIC 9(2) VALUE 3.
           01  unlockUserChoice                    PIC X(100).

       *> ---------- Career-office account maintenance ----------
           01  exitMaint                           PIC X VALUE "N".
           01  maintMenuChoice                     PIC X(100).
           01  maintUserChoice                     PIC X(100).
           01  maintUsername                       PIC X(30).
           01  maintPrefix                         PIC X(30).
           01  maintPrefixLen                      PIC 99 VALUE 0.
           01  maintRoleFilter                     PIC X(10).
           01  maintMatchCount                     PIC 9(6) VALUE 0.
           01  maintRoleDisplay                    PIC X(10).
           01  maintLockDisplay                    PIC X(8).
           01  maintFailedDisplay                  PIC Z9.
           01  maintOldRole                        PIC X(10).
           01  maintNewRole                        PIC X(10).
           01  maintRoleChoice                     PIC X(100).
           01  maintConfirmChoice                  PIC X(100).
           01  maintAccountFound                   PIC X VALUE "N".

       *> ---------- Account deactivation ----------
           01  archiveFileStatus                   PIC XX VALUE "00".
           01  deactivateConfirmChoice             PIC X(100).
           01  deactivateTarget                    PIC X(30).
           01  archiveLine                         PIC X(4220).

       *> ---------- Login activity summary ----------
               05 checkpointUsername                PIC X(30).
           01  checkpointFound                     PIC X VALUE "N".

       *> ---------- Backup / restore ----------
           01  backupFileStatus                    PIC XX VALUE "00".
           01  backupSourceFileStatus              PIC XX VALUE "00".
           01  backupManifestFileStatus            PIC XX VALUE "00".
           01  backupCatalogFileStatus             PIC XX VALUE "00".
           01  backupFileName                      PIC X(80).
           01  backupSourceName                    PIC X(80).
           01  backupManifestName                  PIC X(80).
           01  backupSetDate                       PIC X(8).
           01  backupListCount                     PIC 99 VALUE 0.
           01  backupList.
               02 backupEntry OCCURS 16 TIMES.
                  03 backupDataName                PIC X(40).
                  03 backupListed                  PIC X.
                  03 backupManifestCount           PIC 9(6).
           01  backupIndex                         PIC 99 VALUE 0.
           01  backupRecordCount                   PIC 9(6) VALUE 0.
           01  backupTotalRecords                  PIC 9(7) VALUE 0.
           01  backupFailed                        PIC X VALUE "N".
           01  backupMismatchFound                 PIC X VALUE "N".
           01  backupEntryBad                      PIC X VALUE "N".
           01  restoreIncomplete                   PIC X VALUE "N".
           01  backupManifestComplete              PIC X VALUE "N".
           01  backupManifestFileLines             PIC 99 VALUE 0.
           01  backupTrailerCount                  PIC 99 VALUE 0.
           01  backupLine                          PIC X(100).
           01  backupLineType                      PIC X(2).
           01  backupLineField1                    PIC X(40).
           01  backupLineField2                    PIC X(20).
           01  backupLineField3                    PIC X(20).
           01  backupLineField4                    PIC X(20).
           01  backupCountDisplay                  PIC ZZZ,ZZ9.
           01  backupCopyCountDisplay              PIC ZZZ,ZZ9.
           01  restoreDateChoice                   PIC X(100).
           01  restoreConfirmChoice                PIC X(100).
           01  backupActor                         PIC X(30).

       PROCEDURE DIVISION.
           OPEN INPUT userInputFile
           OPEN OUTPUT userOutputFile.
                       IF loginInput = "B" OR loginInput = "b"
                           PERFORM runBatchMode
                       ELSE
                       IF loginInput = "S" OR loginInput = "s"
                           PERFORM runRosterImport
                       ELSE
                       IF loginInput = "L" OR loginInput = "l"
                           MOVE "Are you a new user? (Y/N)" TO messageVar
                           PERFORM displayAndWrite
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       clearFiles.
           *> a wipe can only be undone from a backup, so one from today
           *> must exist (complete manifest) before anything is cleared
           PERFORM getTodayDate
           MOVE todayDate(1:8) TO backupSetDate
           PERFORM loadBackupFileList
           PERFORM readBackupManifest
           IF backupManifestComplete = "N"
               MOVE "Clear refused: no complete backup has been taken today. Run Back Up Data Files first." TO messageVar
               PERFORM displayAndWrite
               MOVE "CLEAR_REFUSED" TO auditAction
               IF FUNCTION TRIM(inputUsername) = SPACES
                   MOVE "(pre-login)" TO auditActor
               ELSE
                   MOVE inputUsername TO auditActor
               END-IF
               MOVE "clear refused: no backup taken today" TO auditDetail
               PERFORM writeAuditEntry
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT accountFile
           CLOSE accountFile
           OPEN OUTPUT profileFile
           PERFORM writeAuditEntry
           EXIT.

       loadBackupFileList.
           *> every data file in a backup set, in copy order. account.dat
           *> and profile.dat are keyed and go through their own FDs;
           *> the rest are copied line for line via backupSourceFile.
           MOVE SPACES TO backupList
           MOVE "account.dat"                  TO backupDataName(1)
           MOVE "profile.dat"                  TO backupDataName(2)
           MOVE "connections.txt"              TO backupDataName(3)
           MOVE "established_connections.txt"  TO backupDataName(4)
           MOVE "jobs.txt"                     TO backupDataName(5)
           MOVE "applications.txt"             TO backupDataName(6)
           MOVE "interviews.txt"               TO backupDataName(7)
           MOVE "messages.txt"                 TO backupDataName(8)
           MOVE "events.txt"                   TO backupDataName(9)
           MOVE "event_rsvps.txt"              TO backupDataName(10)
           MOVE "endorsements.txt"             TO backupDataName(11)
           MOVE "recommendations.txt"          TO backupDataName(12)
           MOVE "saved_searches.txt"           TO backupDataName(13)
           MOVE "audit.txt"                    TO backupDataName(14)
           MOVE "blocks.txt"                   TO backupDataName(15)
           MOVE "placements.txt"               TO backupDataName(16)
           MOVE 16 TO backupListCount
           PERFORM VARYING backupIndex FROM 1 BY 1
                   UNTIL backupIndex > backupListCount
               MOVE "N" TO backupListed(backupIndex)
               MOVE 0   TO backupManifestCount(backupIndex)
           END-PERFORM
           EXIT.

       buildBackupFileNames.
           *> names for backupSetDate and backupDataName(backupIndex):
           *> src/files/backup_<date>_<file> and the data file itself
           MOVE SPACES TO backupFileName
           STRING "src/files/backup_" DELIMITED BY SIZE
                  backupSetDate DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(backupDataName(backupIndex)) DELIMITED BY SIZE
             INTO backupFileName
           END-STRING
           MOVE SPACES TO backupSourceName
           STRING "src/files/" DELIMITED BY SIZE
                  FUNCTION TRIM(backupDataName(backupIndex)) DELIMITED BY SIZE
             INTO backupSourceName
           END-STRING
           EXIT.

       buildBackupManifestName.
           MOVE SPACES TO backupManifestName
           STRING "src/files/backup_" DELIMITED BY SIZE
                  backupSetDate DELIMITED BY SIZE
                  "_manifest.txt" DELIMITED BY SIZE
             INTO backupManifestName
           END-STRING
           EXIT.

       runBackup.
           *> Point-in-time copy of the full data set, shared by the
           *> admin menu and the BACKUP batch step. Each data file is
           *> copied to src/files/backup_<date>_<file>, and its record
           *> count goes into the manifest RESTORE checks before putting
           *> the set back. A second backup on the same day replaces the
           *> first.
           MOVE "=== DATA BACKUP ===" TO messageVar
           PERFORM displayAndWrite

           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO backupActor
           ELSE
               MOVE inputUsername TO backupActor
           END-IF

           PERFORM loadBackupFileList
           PERFORM getTodayDate
           MOVE todayDate(1:8) TO backupSetDate
           PERFORM buildBackupManifestName
           OPEN OUTPUT backupManifestFile
           IF backupManifestFileStatus NOT = "00"
               MOVE "Backup failed: the manifest file could not be created." TO messageVar
               PERFORM displayAndWrite
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO backupLine
           STRING "H|" DELIMITED BY SIZE
                  backupSetDate DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
             INTO backupLine
           END-STRING
           WRITE backupManifestRecord FROM backupLine

           MOVE 0 TO backupTotalRecords
           MOVE "N" TO backupFailed
           PERFORM VARYING backupIndex FROM 1 BY 1
                   UNTIL backupIndex > backupListCount OR backupFailed = "Y"
               PERFORM buildBackupFileNames
               MOVE 0 TO backupRecordCount
               OPEN OUTPUT backupFile
               IF backupFileStatus NOT = "00"
                   MOVE "Y" TO backupFailed
               ELSE
                   EVALUATE FUNCTION TRIM(backupDataName(backupIndex))
                       WHEN "account.dat" PERFORM backupAccountFile
                       WHEN "profile.dat" PERFORM backupProfileFile
                       WHEN OTHER         PERFORM backupSequentialFile
                   END-EVALUATE
                   CLOSE backupFile
                   ADD backupRecordCount TO backupTotalRecords
                   MOVE SPACES TO backupLine
                   STRING "F|" DELIMITED BY SIZE
                          FUNCTION TRIM(backupDataName(backupIndex))
                          DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          backupRecordCount DELIMITED BY SIZE
                     INTO backupLine
                   END-STRING
                   WRITE backupManifestRecord FROM backupLine
                   MOVE backupRecordCount TO backupCountDisplay
                   MOVE SPACES TO messageVar
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(backupDataName(backupIndex))
                          DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                          " record(s)" DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               END-IF
           END-PERFORM

           *> no trailer on a failed run, so the partial set never
           *> counts as a backup for clearFiles or RESTORE
           IF backupFailed = "Y"
               CLOSE backupManifestFile
               MOVE SPACES TO messageVar
               STRING "Backup failed: could not create " DELIMITED BY SIZE
                      FUNCTION TRIM(backupFileName) DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO backupLine
           STRING "T|" DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
             INTO backupLine
           END-STRING
           WRITE backupManifestRecord FROM backupLine
           CLOSE backupManifestFile

           OPEN EXTEND backupCatalogFile
           IF backupCatalogFileStatus = "35"
               OPEN OUTPUT backupCatalogFile
           END-IF
           MOVE backupTotalRecords TO backupCountDisplay
           MOVE SPACES TO backupLine
           STRING backupSetDate DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
             INTO backupLine
           END-STRING
           WRITE backupCatalogRecord FROM backupLine
           CLOSE backupCatalogFile

           MOVE SPACES TO messageVar
           STRING "Backup " DELIMITED BY SIZE
                  backupSetDate DELIMITED BY SIZE
                  " complete: " DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                  " record(s) in " DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
                  " file(s), manifest " DELIMITED BY SIZE
                  FUNCTION TRIM(backupManifestName) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "BACKUP" TO auditAction
           MOVE backupActor TO auditActor
           MOVE SPACES TO auditDetail
           STRING "backup set " DELIMITED BY SIZE
                  backupSetDate DELIMITED BY SIZE
                  " taken, " DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                  " records in " DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
                  " files" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       backupAccountFile.
           *> backupFile is already open for output
           MOVE "N" TO endOfFile
           PERFORM openAccountFileIO
           PERFORM UNTIL endOfFile = "Y" OR accountFileStatus NOT = "00"
               READ accountFile NEXT RECORD
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       WRITE backupRecord FROM accountRecord
                       ADD 1 TO backupRecordCount
               END-READ
           END-PERFORM
           CLOSE accountFile
           EXIT.

       backupProfileFile.
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       WRITE backupRecord FROM profileFileRecord
                       ADD 1 TO backupRecordCount
               END-READ
           END-PERFORM
           CLOSE profileFile
           EXIT.

       backupSequentialFile.
           *> a data file nobody has written yet is backed up as an
           *> empty copy with a count of zero
           OPEN INPUT backupSourceFile
           IF backupSourceFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupSourceFile
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       WRITE backupRecord FROM backupSourceRecord
                       ADD 1 TO backupRecordCount
               END-READ
           END-PERFORM
           CLOSE backupSourceFile
           EXIT.

       readBackupManifest.
           *> loads the manifest for backupSetDate into backupList (run
           *> loadBackupFileList first). The manifest only counts as
           *> complete with its trailer, and the trailer agrees with
           *> the number of file lines.
           MOVE "N" TO backupManifestComplete
           MOVE 0 TO backupManifestFileLines
           MOVE 0 TO backupTrailerCount
           PERFORM buildBackupManifestName
           OPEN INPUT backupManifestFile
           IF backupManifestFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupManifestFile INTO backupLine
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE SPACES TO backupLineType backupLineField1
                           backupLineField2
                       UNSTRING backupLine DELIMITED BY "|"
                           INTO backupLineType backupLineField1
                                backupLineField2
                       END-UNSTRING
                       EVALUATE FUNCTION TRIM(backupLineType)
                           WHEN "F"
                               ADD 1 TO backupManifestFileLines
                               PERFORM VARYING backupIndex FROM 1 BY 1
                                       UNTIL backupIndex > backupListCount
                                   IF FUNCTION TRIM(backupDataName(backupIndex)) =
                                      FUNCTION TRIM(backupLineField1)
                                    AND backupLineField2(1:6) IS NUMERIC
                                       MOVE "Y" TO backupListed(backupIndex)
                                       MOVE backupLineField2(1:6)
                                         TO backupManifestCount(backupIndex)
                                   END-IF
                               END-PERFORM
                           WHEN "T"
                               IF backupLineField1(1:2) IS NUMERIC
                                   MOVE backupLineField1(1:2) TO backupTrailerCount
                                   IF backupTrailerCount = backupManifestFileLines
                                       MOVE "Y" TO backupManifestComplete
                                   END-IF
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE backupManifestFile
           EXIT.

       restoreFromBackupEntry.
           *> admin-menu front end for runRestore: lists the backups
           *> taken so far and asks which one to put back
           MOVE "=== RESTORE FROM BACKUP ===" TO messageVar
           PERFORM displayAndWrite

           OPEN INPUT backupCatalogFile
           IF backupCatalogFileStatus NOT = "00"
               MOVE "No backups have been taken yet." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           MOVE "Backups taken (date, time taken, records):" TO messageVar
           PERFORM displayAndWrite
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupCatalogFile INTO backupLine
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE SPACES TO backupLineField1 backupLineField2
                           backupLineField3 backupLineField4
                       *> date|timestamp|files|records
                       UNSTRING backupLine DELIMITED BY "|"
                           INTO backupLineField3 backupLineField1
                                backupLineField4 backupLineField2
                       END-UNSTRING
                       MOVE SPACES TO messageVar
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(backupLineField3) DELIMITED BY SIZE
                              "  taken " DELIMITED BY SIZE
                              FUNCTION TRIM(backupLineField1) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(backupLineField2) DELIMITED BY SIZE
                              " record(s)" DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                       PERFORM displayAndWrite
               END-READ
           END-PERFORM
           CLOSE backupCatalogFile

           MOVE "Enter the backup date to restore (YYYYMMDD), or 0 to go back:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO restoreDateChoice
           END-READ
           IF restoreDateChoice = "0" OR FUNCTION TRIM(restoreDateChoice) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Every data file will be replaced by its backup copy. Are you sure? (Y/N)" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO restoreConfirmChoice
           END-READ
           IF restoreConfirmChoice NOT = "Y" AND restoreConfirmChoice NOT = "y"
               MOVE "Restore cancelled." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(restoreDateChoice) TO backupSetDate
           PERFORM runRestore
           EXIT.

       runRestore.
           *> Puts backup set backupSetDate back over the live data
           *> files, shared by the admin menu and the RESTORE batch
           *> step. Nothing is touched unless the manifest is complete
           *> and every backup copy still holds the record count the
           *> manifest recorded for it. The outcome goes to joblog.txt
           *> and the audit trail whichever way it was started.
           MOVE "=== DATA RESTORE ===" TO messageVar
           PERFORM displayAndWrite

           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO backupActor
           ELSE
               MOVE inputUsername TO backupActor
           END-IF

           PERFORM loadBackupFileList
           MOVE "N" TO backupMismatchFound
           IF backupSetDate IS NOT NUMERIC
               MOVE "Y" TO backupMismatchFound
               MOVE "Backup date must be 8 digits (YYYYMMDD)." TO messageVar
               PERFORM displayAndWrite
           ELSE
               PERFORM verifyBackupSet
           END-IF

           IF backupMismatchFound = "Y"
               MOVE SPACES TO messageVar
               STRING "Restore refused: backup set " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " does not match its manifest. No files were changed."
                      DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               MOVE SPACES TO jobLogLine
               STRING "RESTORE " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " REFUSED " DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                      " MANIFEST CHECK FAILED" DELIMITED BY SIZE
                 INTO jobLogLine
               END-STRING
               PERFORM writeJobLogLine
               MOVE "RESTORE_REFUSED" TO auditAction
               MOVE backupActor TO auditActor
               MOVE SPACES TO auditDetail
               STRING "backup set " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " failed its manifest check; nothing restored"
                      DELIMITED BY SIZE
                 INTO auditDetail
               END-STRING
               PERFORM writeAuditEntry
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO backupTotalRecords
           MOVE "N" TO restoreIncomplete
           PERFORM VARYING backupIndex FROM 1 BY 1
                   UNTIL backupIndex > backupListCount
               PERFORM buildBackupFileNames
               MOVE 0 TO backupRecordCount
               OPEN INPUT backupFile
               EVALUATE FUNCTION TRIM(backupDataName(backupIndex))
                   WHEN "account.dat" PERFORM restoreAccountFile
                   WHEN "profile.dat" PERFORM restoreProfileFile
                   WHEN OTHER         PERFORM restoreSequentialFile
               END-EVALUATE
               CLOSE backupFile
               ADD backupRecordCount TO backupTotalRecords
               MOVE SPACES TO jobLogLine
               STRING "RESTORE " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " FILE " DELIMITED BY SIZE
                      FUNCTION TRIM(backupDataName(backupIndex))
                      DELIMITED BY SIZE
                      " RECORDS " DELIMITED BY SIZE
                      backupRecordCount DELIMITED BY SIZE
                 INTO jobLogLine
               END-STRING
               PERFORM writeJobLogLine
               *> a keyed WRITE refused on a duplicate key drops the
               *> record, so the live file must still match the manifest
               IF backupRecordCount NOT = backupManifestCount(backupIndex)
                   MOVE "Y" TO restoreIncomplete
                   MOVE backupManifestCount(backupIndex) TO backupCountDisplay
                   MOVE backupRecordCount TO backupCopyCountDisplay
                   MOVE SPACES TO messageVar
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(backupDataName(backupIndex))
                          DELIMITED BY SIZE
                          ": manifest " DELIMITED BY SIZE
                          FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                          ", restored " DELIMITED BY SIZE
                          FUNCTION TRIM(backupCopyCountDisplay)
                          DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
                   MOVE SPACES TO jobLogLine
                   STRING "RESTORE " DELIMITED BY SIZE
                          FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                          " CHECK " DELIMITED BY SIZE
                          FUNCTION TRIM(messageVar) DELIMITED BY SIZE
                     INTO jobLogLine
                   END-STRING
                   PERFORM writeJobLogLine
               END-IF
           END-PERFORM

           MOVE backupTotalRecords TO backupCountDisplay
           IF restoreIncomplete = "Y"
               MOVE SPACES TO jobLogLine
               STRING "RESTORE " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " INCOMPLETE " DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                      " RECORDS " DELIMITED BY SIZE
                      FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                 INTO jobLogLine
               END-STRING
               PERFORM writeJobLogLine

               MOVE SPACES TO messageVar
               STRING "Restore of backup " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " is INCOMPLETE: only " DELIMITED BY SIZE
                      FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                      " record(s) were written. See joblog.txt." DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite

               MOVE "RESTORE_INCOMPLETE" TO auditAction
               MOVE backupActor TO auditActor
               MOVE SPACES TO auditDetail
               STRING "backup set " DELIMITED BY SIZE
                      FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                      " restored short of its manifest, " DELIMITED BY SIZE
                      FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                      " records written" DELIMITED BY SIZE
                 INTO auditDetail
               END-STRING
               PERFORM writeAuditEntry
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO jobLogLine
           STRING "RESTORE " DELIMITED BY SIZE
                  FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                  " COMPLETE " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " RECORDS " DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
             INTO jobLogLine
           END-STRING
           PERFORM writeJobLogLine

           MOVE SPACES TO messageVar
           STRING "Backup " DELIMITED BY SIZE
                  FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                  " restored: " DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                  " record(s) in " DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
                  " file(s)." DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           *> written after audit.txt itself has been put back, so the
           *> restore stays on record
           MOVE "RESTORE" TO auditAction
           MOVE backupActor TO auditActor
           MOVE SPACES TO auditDetail
           STRING "backup set " DELIMITED BY SIZE
                  FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                  " restored, " DELIMITED BY SIZE
                  FUNCTION TRIM(backupCountDisplay) DELIMITED BY SIZE
                  " records in " DELIMITED BY SIZE
                  backupListCount DELIMITED BY SIZE
                  " files" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       verifyBackupSet.
           *> sets backupMismatchFound if the manifest for backupSetDate
           *> is missing or incomplete, leaves out a data file, or any
           *> backup copy's record count differs from the manifest
           PERFORM readBackupManifest
           IF backupManifestComplete = "N"
               MOVE "Y" TO backupMismatchFound
               MOVE SPACES TO messageVar
               STRING "No complete manifest found at " DELIMITED BY SIZE
                      FUNCTION TRIM(backupManifestName) DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING backupIndex FROM 1 BY 1
                   UNTIL backupIndex > backupListCount
               MOVE "N" TO backupEntryBad
               IF backupListed(backupIndex) = "N"
                   MOVE "Y" TO backupEntryBad
                   MOVE SPACES TO messageVar
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(backupDataName(backupIndex))
                          DELIMITED BY SIZE
                          ": not listed in the manifest" DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               ELSE
                   PERFORM buildBackupFileNames
                   MOVE 0 TO backupRecordCount
                   OPEN INPUT backupFile
                   IF backupFileStatus NOT = "00"
                       MOVE "Y" TO backupEntryBad
                       MOVE SPACES TO messageVar
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(backupDataName(backupIndex))
                              DELIMITED BY SIZE
                              ": backup copy missing" DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                       PERFORM displayAndWrite
                   ELSE
                       MOVE "N" TO endOfFile
                       PERFORM UNTIL endOfFile = "Y"
                           READ backupFile
                               AT END MOVE "Y" TO endOfFile
                               NOT AT END ADD 1 TO backupRecordCount
                           END-READ
                       END-PERFORM
                       CLOSE backupFile
                       IF backupRecordCount NOT =
                          backupManifestCount(backupIndex)
                           MOVE "Y" TO backupEntryBad
                           MOVE backupManifestCount(backupIndex)
                             TO backupCountDisplay
                           MOVE backupRecordCount TO backupCopyCountDisplay
                           MOVE SPACES TO messageVar
                           STRING "  " DELIMITED BY SIZE
                                  FUNCTION TRIM(backupDataName(backupIndex))
                                  DELIMITED BY SIZE
                                  ": manifest " DELIMITED BY SIZE
                                  FUNCTION TRIM(backupCountDisplay)
                                  DELIMITED BY SIZE
                                  ", backup copy " DELIMITED BY SIZE
                                  FUNCTION TRIM(backupCopyCountDisplay)
                                  DELIMITED BY SIZE
                             INTO messageVar
                           END-STRING
                           PERFORM displayAndWrite
                       END-IF
                   END-IF
               END-IF
               IF backupEntryBad = "Y"
                   MOVE "Y" TO backupMismatchFound
                   MOVE SPACES TO jobLogLine
                   STRING "RESTORE " DELIMITED BY SIZE
                          FUNCTION TRIM(backupSetDate) DELIMITED BY SIZE
                          " CHECK " DELIMITED BY SIZE
                          FUNCTION TRIM(messageVar) DELIMITED BY SIZE
                     INTO jobLogLine
                   END-STRING
                   PERFORM writeJobLogLine
               END-IF
           END-PERFORM
           EXIT.

       restoreAccountFile.
           *> backupFile is already open for input
           OPEN OUTPUT accountFile
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupFile
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE backupRecord TO accountRecord
                       WRITE accountRecord
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO backupRecordCount
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE accountFile
           EXIT.

       restoreProfileFile.
           OPEN OUTPUT profileFile
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupFile
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE backupRecord TO profileFileRecord
                       WRITE profileFileRecord
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO backupRecordCount
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE profileFile
           EXIT.

       restoreSequentialFile.
           OPEN OUTPUT backupSourceFile
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ backupFile
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       WRITE backupSourceRecord FROM backupRecord
                       ADD 1 TO backupRecordCount
               END-READ
           END-PERFORM
           CLOSE backupSourceFile
           EXIT.

       runNetworkReport.
           *> Off-hours network/reporting batch job: summarizes accounts,
           *> profile completeness, connection status, and university
           *> breakdown as of the moment it is run. accountRecord carries
           *> no creation timestamp, so growth is measured against the
           *> dated snapshot each run leaves in report_history.txt.
           MOVE "=== NETWORK SUMMARY REPORT ===" TO messageVar
           PERFORM displayAndWrite

           PERFORM countAccounts
           MOVE accountCount TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Total accounts: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           *> Scan profileFile once: tally completeness and university breakdown
           MOVE 0 TO reportTotalProfiles
           MOVE 0 TO reportCompleteProfiles
           MOVE 0 TO uniBreakdownCount
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           *> the status test in the loop guards against the keyed read
           *> failing without raising the AT END condition
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       ADD 1 TO reportTotalProfiles
                       IF profileRecord(91:50) NOT = SPACES
                        AND profileRecord(141:30) NOT = SPACES
                        AND profileRecord(171:4) NOT = "0000"
                        AND profileRecord(171:4) NOT = SPACES
                           ADD 1 TO reportCompleteProfiles
                       END-IF

                       MOVE "N" TO uniAlreadyCounted
                       PERFORM VARYING uniFoundIndex FROM 1 BY 1
                               UNTIL uniFoundIndex > uniBreakdownCount
                           IF FUNCTION TRIM(uniName(uniFoundIndex)) =
                              FUNCTION TRIM(profileRecord(91:50))
                               ADD 1 TO uniCount(uniFoundIndex)
                               MOVE "Y" TO uniAlreadyCounted
                           END-IF
                       END-PERFORM
                       IF uniAlreadyCounted = "N" AND profileRecord(91:50) NOT = SPACES
                        AND uniBreakdownCount < 50
                           ADD 1 TO uniBreakdownCount
                           MOVE profileRecord(91:50) TO uniName(uniBreakdownCount)
                           MOVE 1 TO uniCount(uniBreakdownCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE profileFile

           MOVE reportTotalProfiles TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Total profiles: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE 0 TO reportPercent
           IF reportTotalProfiles > 0
               COMPUTE reportPercent = (reportCompleteProfiles * 100) / reportTotalProfiles
           END-IF
           MOVE reportCompleteProfiles TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Complete profiles (university/major/grad year filled in): "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  reportPercent DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           *> Pending vs accepted connections
           MOVE 0 TO reportPendingConnections
           MOVE "N" TO endOfFile
           PERFORM ensureConnectionFileExists
           OPEN INPUT connectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ connectionFile INTO connectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END ADD 1 TO reportPendingConnections
               END-READ
           END-PERFORM
           CLOSE connectionFile

           MOVE 0 TO reportAcceptedConnections
           MOVE "N" TO endOfFile
           PERFORM ensureEstablishedConnectionFileExists
           OPEN INPUT establishedConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ establishedConnectionFile INTO establishedConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END ADD 1 TO reportAcceptedConnections
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile
           *> established connections are stored as both userA|userB and
           *> userB|userA, so divide by two to get the accepted-pair count
           DIVIDE reportAcceptedConnections BY 2 GIVING reportAcceptedConnections

           MOVE reportPendingConnections TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Pending connection requests: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE reportAcceptedConnections TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Accepted connections: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "University breakdown:" TO messageVar
           PERFORM displayAndWrite
           IF uniBreakdownCount = 0
               MOVE "  (no profiles with a university on file)" TO messageVar
               PERFORM displayAndWrite
           ELSE
               PERFORM VARYING uniFoundIndex FROM 1 BY 1
                       UNTIL uniFoundIndex > uniBreakdownCount
                   MOVE uniCount(uniFoundIndex) TO reportCountDisplay
                   MOVE SPACES TO messageVar
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(uniName(uniFoundIndex)) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               END-PERFORM
           END-IF

           PERFORM loadPreviousSnapshot
           IF prevSnapFound = "Y"
               PERFORM displayNetworkDeltas
           ELSE
               MOVE "No previous report snapshot on file; growth figures start with the next run." TO messageVar
               PERFORM displayAndWrite
           END-IF
           PERFORM writeNetworkSnapshot

           MOVE "REPORT" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE "network summary report generated" TO auditDetail
           PERFORM writeAuditEntry
           EXIT.

       ensureReportHistoryFileExists.
           OPEN EXTEND reportHistoryFile
           IF reportHistoryFileStatus = "35"
               OPEN OUTPUT reportHistoryFile
           END-IF
           CLOSE reportHistoryFile
           EXIT.

       loadPreviousSnapshot.
           *> snapshots are appended in run order, so the totals and
           *> university lines left standing at end of file belong to the
           *> most recent run; each S line restarts the university table
           MOVE "N" TO prevSnapFound
           MOVE 0 TO prevUniCount
           MOVE "N" TO endOfFile
           PERFORM ensureReportHistoryFileExists
           OPEN INPUT reportHistoryFile
           PERFORM UNTIL endOfFile = "Y"
               READ reportHistoryFile INTO histLine
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE SPACES TO histType histDate histField1
                           histField2 histField3 histField4 histField5
                       UNSTRING histLine DELIMITED BY "|"
                           INTO histType histDate histField1 histField2
                                histField3 histField4 histField5
                       END-UNSTRING
                       IF FUNCTION TRIM(histType) = "S"
                           MOVE "Y" TO prevSnapFound
                           MOVE histDate TO prevSnapDate
                           MOVE 0 TO prevAccounts prevProfiles prevPercent
                               prevPending prevAccepted
                           IF FUNCTION TRIM(histField1) NOT = SPACES
                               COMPUTE prevAccounts =
                                   FUNCTION NUMVAL(histField1)
                           END-IF
                           IF FUNCTION TRIM(histField2) NOT = SPACES
                               COMPUTE prevProfiles =
                                   FUNCTION NUMVAL(histField2)
                           END-IF
                           IF FUNCTION TRIM(histField3) NOT = SPACES
                               COMPUTE prevPercent =
                                   FUNCTION NUMVAL(histField3)
                           END-IF
                           IF FUNCTION TRIM(histField4) NOT = SPACES
                               COMPUTE prevPending =
                                   FUNCTION NUMVAL(histField4)
                           END-IF
                           IF FUNCTION TRIM(histField5) NOT = SPACES
                               COMPUTE prevAccepted =
                                   FUNCTION NUMVAL(histField5)
                           END-IF
                           MOVE 0 TO prevUniCount
                       END-IF
                       IF FUNCTION TRIM(histType) = "U"
                        AND prevUniCount < 50
                           ADD 1 TO prevUniCount
                           MOVE histField1 TO prevUniName(prevUniCount)
                           MOVE 0 TO prevUniTally(prevUniCount)
                           IF FUNCTION TRIM(histField2) NOT = SPACES
                               COMPUTE prevUniTally(prevUniCount) =
                                   FUNCTION NUMVAL(histField2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE reportHistoryFile
           EXIT.

       displayNetworkDeltas.
           MOVE SPACES TO messageVar
           STRING "Change since the last report on " DELIMITED BY SIZE
                  prevSnapDate DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           COMPUTE deltaWork = accountCount - prevAccounts
           MOVE deltaWork TO deltaDisplay
           MOVE SPACES TO messageVar
           STRING "  Accounts: " DELIMITED BY SIZE
                  FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           COMPUTE deltaWork = reportTotalProfiles - prevProfiles
           MOVE deltaWork TO deltaDisplay
           MOVE SPACES TO messageVar
           STRING "  Profiles: " DELIMITED BY SIZE
                  FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           COMPUTE deltaWork = reportPendingConnections - prevPending
           MOVE deltaWork TO deltaDisplay
           MOVE SPACES TO messageVar
           STRING "  Pending connection requests: " DELIMITED BY SIZE
                  FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           COMPUTE deltaWork = reportAcceptedConnections - prevAccepted
           MOVE deltaWork TO deltaDisplay
           MOVE SPACES TO messageVar
           STRING "  Accepted connections: " DELIMITED BY SIZE
                  FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           IF uniBreakdownCount > 0
               MOVE "  University growth:" TO messageVar
               PERFORM displayAndWrite
               PERFORM VARYING uniFoundIndex FROM 1 BY 1
                       UNTIL uniFoundIndex > uniBreakdownCount
                   MOVE 0 TO uniPrevTally
                   PERFORM VARYING j FROM 1 BY 1 UNTIL j > prevUniCount
                       IF FUNCTION TRIM(prevUniName(j)) =
                          FUNCTION TRIM(uniName(uniFoundIndex))
                           MOVE prevUniTally(j) TO uniPrevTally
                       END-IF
                   END-PERFORM
                   COMPUTE deltaWork =
                       uniCount(uniFoundIndex) - uniPrevTally
                   MOVE deltaWork TO deltaDisplay
                   MOVE SPACES TO messageVar
                   IF uniPrevTally = 0
                       STRING "    " DELIMITED BY SIZE
                              FUNCTION TRIM(uniName(uniFoundIndex))
                              DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
                              " (new this period)" DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                   ELSE
                       STRING "    " DELIMITED BY SIZE
                              FUNCTION TRIM(uniName(uniFoundIndex))
                              DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(deltaDisplay) DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                   END-IF
                   PERFORM displayAndWrite
               END-PERFORM
           END-IF
           EXIT.

       writeNetworkSnapshot.
           PERFORM getTodayDate
           PERFORM ensureReportHistoryFileExists
           OPEN EXTEND reportHistoryFile

           MOVE SPACES TO histLine
           STRING "S|" DELIMITED BY SIZE
                  todayDate(1:8) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  accountCount DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  reportTotalProfiles DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  reportPercent DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  reportPendingConnections DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  reportAcceptedConnections DELIMITED BY SIZE
             INTO histLine
           END-STRING
           WRITE reportHistoryRecord FROM histLine

           PERFORM VARYING uniFoundIndex FROM 1 BY 1
                   UNTIL uniFoundIndex > uniBreakdownCount
               MOVE SPACES TO histLine
               STRING "U|" DELIMITED BY SIZE
                      todayDate(1:8) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(uniName(uniFoundIndex)) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      uniCount(uniFoundIndex) DELIMITED BY SIZE
                 INTO histLine
               END-STRING
               WRITE reportHistoryRecord FROM histLine
           END-PERFORM

           CLOSE reportHistoryFile
           MOVE "Snapshot saved to src/files/report_history.txt" TO messageVar
           PERFORM displayAndWrite
           EXIT.

       checkAccountExists.
           *> keyed probe: does checkUsername still have an account?
           MOVE "N" TO accountExistsFlag
           PERFORM openAccountFileIO
           MOVE checkUsername TO acctUsername
           READ accountFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO accountExistsFlag
           END-READ
           CLOSE accountFile
           EXIT.

       writeExceptionLine.
           OPEN EXTEND exceptionFile
           WRITE exceptionRecord FROM exceptionLine
           CLOSE exceptionFile
           EXIT.

       runReconciliation.
           *> Off-hours integrity batch: checks that the data files still
           *> agree with each other and reports every orphan it finds.
           *> Discrepancies also go to reconcile_exceptions.txt, rewritten
           *> on each run, for review.
           MOVE "=== FILE RECONCILIATION REPORT ===" TO messageVar
           PERFORM displayAndWrite

           OPEN OUTPUT exceptionFile
           CLOSE exceptionFile

           MOVE 0 TO reconPendingOrphans
           MOVE 0 TO reconApplicationOrphans
           MOVE 0 TO reconProfileOrphans
           MOVE 0 TO reconOneSidedConnections

           *> (1) pending requests naming accounts that no longer exist
           MOVE "N" TO endOfFile
           PERFORM ensureConnectionFileExists
           OPEN INPUT connectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ connectionFile INTO connectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE connectionRecord TO connectionData
                       MOVE senderUsername TO checkUsername
                       PERFORM checkAccountExists
                       IF accountExistsFlag = "N"
                           ADD 1 TO reconPendingOrphans
                           MOVE SPACES TO exceptionLine
                           STRING "PENDING-REQUEST sender has no account: "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(connectionRecord)
                                  DELIMITED BY SIZE
                             INTO exceptionLine
                           END-STRING
                           PERFORM writeExceptionLine
                       END-IF
                       MOVE recipientUsername TO checkUsername
                       PERFORM checkAccountExists
                       IF accountExistsFlag = "N"
                           ADD 1 TO reconPendingOrphans
                           MOVE SPACES TO exceptionLine
                           STRING "PENDING-REQUEST recipient has no account: "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(connectionRecord)
                                  DELIMITED BY SIZE
                             INTO exceptionLine
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE connectionFile

           *> (2) applications pointing at job ids not on the job board
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       MOVE appJobId TO jobIdWanted
                       PERFORM lookUpJobTitle
                       IF jobFoundTitle = SPACES
                        AND jobFoundEmployer = SPACES
                           ADD 1 TO reconApplicationOrphans
                           MOVE SPACES TO exceptionLine
                           STRING "APPLICATION names a missing job: "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(applicationRecord)
                                  DELIMITED BY SIZE
                             INTO exceptionLine
                           END-STRING
                           PERFORM writeExceptionLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE applicationFile

           *> (3) profiles whose account is gone
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE profileRecord(1:30) TO checkUsername
                       PERFORM checkAccountExists
                       IF accountExistsFlag = "N"
                           ADD 1 TO reconProfileOrphans
                           MOVE SPACES TO exceptionLine
                           STRING "PROFILE has no account: "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(profileRecord(1:30))
                                  DELIMITED BY SIZE
                             INTO exceptionLine
                           END-STRING
                           PERFORM writeExceptionLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE profileFile

           *> (4) established connections stored in one direction only
           *> (the network report halves the row count on the assumption
           *> that every pair is stored both ways)
           MOVE 0 TO estRowCount
           MOVE "N" TO estOverflowFound
           MOVE "N" TO endOfFile
           PERFORM ensureEstablishedConnectionFileExists
           OPEN INPUT establishedConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ establishedConnectionFile INTO establishedConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       IF estRowCount < 500
                           ADD 1 TO estRowCount
                           MOVE establishedConnectionRecord TO estRow(estRowCount)
                       ELSE
                           MOVE "Y" TO estOverflowFound
                       END-IF
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile

           PERFORM VARYING estRowIndex FROM 1 BY 1 UNTIL estRowIndex > estRowCount
               MOVE estRow(estRowIndex) TO establishedConnectionData
               MOVE SPACES TO estMirrorRow
               STRING connectedUser2 DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      connectedUser1 DELIMITED BY SIZE
                 INTO estMirrorRow
               END-STRING
               MOVE "N" TO estMirrorFound
               PERFORM VARYING estRowIndex2 FROM 1 BY 1
                       UNTIL estRowIndex2 > estRowCount OR estMirrorFound = "Y"
                   IF estRow(estRowIndex2) = estMirrorRow
                       MOVE "Y" TO estMirrorFound
                   END-IF
               END-PERFORM
               IF estMirrorFound = "N"
                   ADD 1 TO reconOneSidedConnections
                   MOVE SPACES TO exceptionLine
                   STRING "CONNECTION stored one-way only: "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(estRow(estRowIndex))
                          DELIMITED BY SIZE
                     INTO exceptionLine
                   END-STRING
                   PERFORM writeExceptionLine
               END-IF
           END-PERFORM

           IF estOverflowFound = "Y"
               MOVE "Warning: more than 500 connection rows; mirror check covered the first 500 only." TO messageVar
               PERFORM displayAndWrite
           END-IF

           MOVE reconPendingOrphans TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Pending requests naming a missing account: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE reconApplicationOrphans TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Applications naming a missing job: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE reconProfileOrphans TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Profiles with no account: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE reconOneSidedConnections TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "One-sided established connections: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "Details written to src/files/reconcile_exceptions.txt" TO messageVar
           PERFORM displayAndWrite

           MOVE "RECONCILE" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE "cross-file reconciliation run" TO auditDetail
           PERFORM writeAuditEntry
           EXIT.

       auditReviewMenu.
           MOVE "=== AUDIT TRAIL REVIEW ===" TO messageVar
           PERFORM displayAndWrite

           MOVE "Filter by actor (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO auditReviewActor
           END-READ
           IF FUNCTION TRIM(auditReviewActor) = "0"
               MOVE SPACES TO auditReviewActor
           END-IF

           MOVE "Filter by action code, e.g. LOGIN (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO auditReviewAction
           END-READ
           IF FUNCTION TRIM(auditReviewAction) = "0"
               MOVE SPACES TO auditReviewAction
           END-IF

           MOVE "From timestamp, e.g. 20260101 (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO auditReviewFromTs
           END-READ
           IF FUNCTION TRIM(auditReviewFromTs) = "0"
               MOVE SPACES TO auditReviewFromTs
           END-IF

           MOVE "To timestamp, e.g. 20261231 (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO auditReviewToTs
           END-READ
           IF FUNCTION TRIM(auditReviewToTs) = "0"
               MOVE SPACES TO auditReviewToTs
           ELSE
               *> a short to-value like 20261231 must cover the whole
               *> day, so its unused tail compares high
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 14
                   IF auditReviewToTs(i:1) = SPACE
                       MOVE "9" TO auditReviewToTs(i:1)
                   END-IF
               END-PERFORM
           END-IF

           MOVE "--- Matching audit entries ---" TO messageVar
           PERFORM displayAndWrite
           MOVE 0 TO auditMatchCount
           MOVE 0 TO actionTotalCount
           MOVE "N" TO endOfFile
           PERFORM ensureAuditFileExists
           OPEN INPUT auditFile
           PERFORM UNTIL endOfFile = "Y"
               READ auditFile INTO auditRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE auditRecord TO auditData
                       IF (auditReviewActor = SPACES
                           OR FUNCTION TRIM(auditActor) =
                              FUNCTION TRIM(auditReviewActor))
                        AND (auditReviewAction = SPACES
                           OR FUNCTION TRIM(auditAction) =
                              FUNCTION TRIM(auditReviewAction))
                        AND (auditReviewFromTs = SPACES
                           OR auditTimestamp >= auditReviewFromTs)
                        AND (auditReviewToTs = SPACES
                           OR auditTimestamp <= auditReviewToTs)
                           ADD 1 TO auditMatchCount
                           MOVE SPACES TO messageVar
                           STRING auditTimestamp DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(auditAction) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(auditActor) DELIMITED BY SIZE
                                  " - " DELIMITED BY SIZE
                                  FUNCTION TRIM(auditDetail) DELIMITED BY SIZE
                             INTO messageVar
                           END-STRING
                           PERFORM displayAndWrite
                           PERFORM tallyAuditAction
                       END-IF
               END-READ
           END-PERFORM
           CLOSE auditFile

           MOVE auditMatchCount TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Entries matched: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           IF actionTotalCount > 0
               MOVE "Totals per action:" TO messageVar
               PERFORM displayAndWrite
               PERFORM VARYING actionTotalIndex FROM 1 BY 1
                       UNTIL actionTotalIndex > actionTotalCount
                   MOVE actionTotalTally(actionTotalIndex) TO reportCountDisplay
                   MOVE SPACES TO messageVar
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(actionTotalName(actionTotalIndex))
                          DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               END-PERFORM
           END-IF

           MOVE "Archive entries older than a cutoff? (Y/N)" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO retentionChoice
           END-READ
           IF retentionChoice = "Y" OR retentionChoice = "y"
               PERFORM pruneAuditTrail
           END-IF
           EXIT.

       tallyAuditAction.
           MOVE "N" TO actionTotalFound
           PERFORM VARYING actionTotalIndex FROM 1 BY 1
                   UNTIL actionTotalIndex > actionTotalCount
               IF FUNCTION TRIM(actionTotalName(actionTotalIndex)) =
                  FUNCTION TRIM(auditAction)
                   ADD 1 TO actionTotalTally(actionTotalIndex)
                   MOVE "Y" TO actionTotalFound
               END-IF
           END-PERFORM
           IF actionTotalFound = "N" AND actionTotalCount < 20
               ADD 1 TO actionTotalCount
               MOVE auditAction TO actionTotalName(actionTotalCount)
               MOVE 1 TO actionTotalTally(actionTotalCount)
           END-IF
           EXIT.

       pruneAuditTrail.
           MOVE "Archive entries older than (e.g. 20260101):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO retentionCutoff
           END-READ
           IF FUNCTION TRIM(retentionCutoff) = SPACES
               MOVE "No cutoff entered; nothing archived." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM archiveOldAuditEntries
           EXIT.

       archiveOldAuditEntries.
           *> retention core, shared by the interactive prompt above and
           *> the AUDIT-PRUNE batch step: archives audit entries older
           *> than retentionCutoff
           *> archive file name carries the run date
           MOVE SPACES TO auditArchiveName
           STRING "src/files/audit_archive_" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO auditArchiveName
           END-STRING

           MOVE 0 TO archivedAuditCount
           MOVE 0 TO keptAuditCount
           MOVE "N" TO endOfFile
           PERFORM ensureAuditFileExists
           OPEN INPUT  auditFile
           OPEN OUTPUT tempAuditFile
           OPEN EXTEND auditArchiveFile
           IF auditArchiveFileStatus = "35"
               OPEN OUTPUT auditArchiveFile
           END-IF
           PERFORM UNTIL endOfFile = "Y"
               READ auditFile INTO auditRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE auditRecord TO auditData
                       IF auditTimestamp < retentionCutoff
                           ADD 1 TO archivedAuditCount
                           WRITE auditArchiveRecord FROM auditRecord
                       ELSE
                           ADD 1 TO keptAuditCount
                           WRITE tempAuditRecord FROM auditRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE auditFile
           CLOSE tempAuditFile
           CLOSE auditArchiveFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT auditFile
           OPEN INPUT  tempAuditFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempAuditFile INTO tempAuditRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE auditRecord FROM tempAuditRecord
               END-READ
           END-PERFORM
           CLOSE auditFile
           CLOSE tempAuditFile

           MOVE archivedAuditCount TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Archived " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                  " entr(ies) to " DELIMITED BY SIZE
                  FUNCTION TRIM(auditArchiveName) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "AUDIT_PRUNE" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE SPACES TO auditDetail
           MOVE archivedAuditCount TO reportCountDisplay
           STRING "archived entries older than " DELIMITED BY SIZE
                  FUNCTION TRIM(retentionCutoff) DELIMITED BY SIZE
                  ", count " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       runCareerExtract.
           *> Weekly feed for the campus career office: pipe-delimited
           *> files they can load directly, each closed by a T|count
           *> trailer so the receiving side can verify the load.
           MOVE "=== CAREER OFFICE EXTRACT ===" TO messageVar
           PERFORM displayAndWrite

           *> (1) job postings
           MOVE 0 TO jobsExtractCount
           MOVE "N" TO endOfFile
           PERFORM ensureJobFileExists
           OPEN INPUT jobFile
           OPEN OUTPUT jobsExtractFile
           PERFORM UNTIL endOfFile = "Y"
               READ jobFile INTO jobRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE jobRecord TO jobData
                       ADD 1 TO jobsExtractCount
                       MOVE SPACES TO extractLine
                       STRING jobId DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(jobEmployer) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(jobTitle) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(jobLocation) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(jobPostedDate) DELIMITED BY SIZE
                         INTO extractLine
                       END-STRING
                       WRITE jobsExtractRecord FROM extractLine
               END-READ
           END-PERFORM
           CLOSE jobFile
           MOVE jobsExtractCount TO extractCountDisplay
           MOVE SPACES TO extractLine
           STRING "T|" DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO extractLine
           END-STRING
           WRITE jobsExtractRecord FROM extractLine
           CLOSE jobsExtractFile

           *> (2) applications joined to the job title
           MOVE 0 TO appsExtractCount
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
           OPEN OUTPUT applicationsExtractFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       MOVE appJobId TO jobIdWanted
                       PERFORM lookUpJobTitle
                       IF appStatus = SPACES
                           MOVE "submitted" TO appStatusDisplay
                       ELSE
                           MOVE appStatus TO appStatusDisplay
                       END-IF
                       ADD 1 TO appsExtractCount
                       MOVE SPACES TO extractLine
                       STRING FUNCTION TRIM(appUsername) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              appJobId DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(appDate) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(appStatusDisplay) DELIMITED BY SIZE
                         INTO extractLine
                       END-STRING
                       WRITE applicationsExtractRecord FROM extractLine
               END-READ
           END-PERFORM
           CLOSE applicationFile
           MOVE appsExtractCount TO extractCountDisplay
           MOVE SPACES TO extractLine
           STRING "T|" DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO extractLine
           END-STRING
           WRITE applicationsExtractRecord FROM extractLine
           CLOSE applicationsExtractFile

           *> (3) profile completeness (same completeness rule as the
           *> network report: university, major, and grad year filled in)
           MOVE 0 TO profilesExtractCount
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           OPEN OUTPUT profilesExtractFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE "N" TO profileCompleteFlag
                       IF profileRecord(91:50) NOT = SPACES
                        AND profileRecord(141:30) NOT = SPACES
                        AND profileRecord(171:4) NOT = "0000"
                        AND profileRecord(171:4) NOT = SPACES
                           MOVE "Y" TO profileCompleteFlag
                       END-IF
                       ADD 1 TO profilesExtractCount
                       MOVE SPACES TO extractLine
                       STRING FUNCTION TRIM(profileRecord(1:30)) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(profileRecord(91:50)) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(profileRecord(141:30)) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              profileRecord(171:4) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              profileCompleteFlag DELIMITED BY SIZE
                         INTO extractLine
                       END-STRING
                       WRITE profilesExtractRecord FROM extractLine
               END-READ
           END-PERFORM
           CLOSE profileFile
           MOVE profilesExtractCount TO extractCountDisplay
           MOVE SPACES TO extractLine
           STRING "T|" DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO extractLine
           END-STRING
           WRITE profilesExtractRecord FROM extractLine
           CLOSE profilesExtractFile

           *> (4) accepted offers (first destinations)
           MOVE 0 TO placementsExtractCount
           MOVE "N" TO endOfFile
           PERFORM ensurePlacementFileExists
           OPEN INPUT placementFile
           OPEN OUTPUT placementsExtractFile
           PERFORM UNTIL endOfFile = "Y"
               READ placementFile INTO placementRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE placementRecord TO placementData
                       ADD 1 TO placementsExtractCount
                       MOVE SPACES TO extractLine
                       STRING FUNCTION TRIM(plcUsername) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              plcJobId DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(plcEmployer) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(plcJobTitle) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(plcAppDate) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM(plcAcceptDate) DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              plcDays DELIMITED BY SIZE
                         INTO extractLine
                       END-STRING
                       WRITE placementsExtractRecord FROM extractLine
               END-READ
           END-PERFORM
           CLOSE placementFile
           MOVE placementsExtractCount TO extractCountDisplay
           MOVE SPACES TO extractLine
           STRING "T|" DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO extractLine
           END-STRING
           WRITE placementsExtractRecord FROM extractLine
           CLOSE placementsExtractFile

           MOVE jobsExtractCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Jobs extracted: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE appsExtractCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Applications extracted: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE profilesExtractCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Profiles extracted: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE placementsExtractCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Placements extracted: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "EXTRACT" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE "career office extract files written" TO auditDetail
           PERFORM writeAuditEntry
           EXIT.

       runJobFeedImport.
           *> Inbound feed from partner employers: validates each
           *> pipe-delimited line, writes good rows to the job board as
           *> open postings with ids continuing from the current count,
           *> and writes bad rows with a reason to the rejects file.
           MOVE "=== JOB FEED IMPORT ===" TO messageVar
           PERFORM displayAndWrite

           OPEN INPUT jobFeedFile
           IF jobFeedFileStatus NOT = "00"
               MOVE "No feed file found at src/files/job_feed.txt." TO messageVar
               PERFORM displayAndWrite
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO feedAcceptedCount
           MOVE 0 TO feedRejectedCount
           PERFORM countJobs
           MOVE jobCount TO nextJobId
           PERFORM getTodayDate

           PERFORM ensureJobFileExists
           OPEN EXTEND jobFile
           OPEN OUTPUT jobFeedRejectFile
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ jobFeedFile INTO feedLine
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       IF FUNCTION TRIM(feedLine) NOT = SPACES
                           PERFORM importFeedLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jobFeedFile
           CLOSE jobFile
           CLOSE jobFeedRejectFile

           MOVE feedAcceptedCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Postings accepted: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE feedRejectedCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Lines rejected: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
                  " (see src/files/job_feed_rejects.txt)" DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "IMPORT" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE SPACES TO auditDetail
           MOVE feedAcceptedCount TO extractCountDisplay
           STRING "job feed imported, accepted " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       importFeedLine.
           *> validate one employer|title|description|location|date line;
           *> jobFile and jobFeedRejectFile are already open
           MOVE SPACES TO feedEmployer feedTitle feedDescription
               feedLocation feedDate
           UNSTRING feedLine DELIMITED BY "|"
               INTO feedEmployer feedTitle feedDescription
                    feedLocation feedDate
           END-UNSTRING

           MOVE SPACES TO feedRejectReason
           IF FUNCTION TRIM(feedEmployer) = SPACES
               MOVE "employer name missing" TO feedRejectReason
           ELSE
           IF FUNCTION TRIM(feedTitle) = SPACES
               MOVE "title missing" TO feedRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(feedTitle TRAILING)) > 50
               MOVE "title longer than 50 characters" TO feedRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(feedDescription TRAILING)) > 150
               MOVE "description longer than 150 characters" TO feedRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(feedLocation TRAILING)) > 50
               MOVE "location longer than 50 characters" TO feedRejectReason
           ELSE
           IF feedDate(1:8) IS NOT NUMERIC
            OR FUNCTION TRIM(feedDate(9:12)) NOT = SPACES
               MOVE "invalid date (use YYYYMMDD)" TO feedRejectReason
           ELSE
               MOVE feedDate(5:2) TO feedMonthNum
               MOVE feedDate(7:2) TO feedDayNum
               IF feedMonthNum < 1 OR feedMonthNum > 12
                OR feedDayNum < 1 OR feedDayNum > 31
                   MOVE "invalid date (use YYYYMMDD)" TO feedRejectReason
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF feedRejectReason NOT = SPACES
               ADD 1 TO feedRejectedCount
               MOVE SPACES TO feedRejectLine
               STRING FUNCTION TRIM(feedRejectReason) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(feedLine) DELIMITED BY SIZE
                 INTO feedRejectLine
               END-STRING
               WRITE jobFeedRejectRecord FROM feedRejectLine
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO nextJobId
           ADD 1 TO feedAcceptedCount
           MOVE nextJobId        TO jobId
           MOVE feedEmployer     TO jobEmployer
           MOVE feedTitle        TO jobTitle
           MOVE feedDescription  TO jobDescription
           MOVE feedLocation     TO jobLocation
           MOVE feedDate(1:8)    TO jobPostedDate
           MOVE "open"           TO jobStatus
           MOVE 0                TO jobReqSkillCount
           PERFORM VARYING reqSkillIndex FROM 1 BY 1 UNTIL reqSkillIndex > 5
               MOVE SPACES TO jobReqSkill(reqSkillIndex)
           END-PERFORM
           WRITE jobRecord FROM jobData
           EXIT.

       runRosterImport.
           *> Registrar roster load at the start of term: each valid
           *> line becomes a student account with a temporary password
           *> (changed at first login) plus a starter profile; bad lines
           *> go to the rejects file with a reason. Ends with read /
           *> created / rejected control totals.
           MOVE "=== ROSTER IMPORT ===" TO messageVar
           PERFORM displayAndWrite

           OPEN INPUT rosterFile
           IF rosterFileStatus NOT = "00"
               MOVE "No roster file found at src/files/roster.txt." TO messageVar
               PERFORM displayAndWrite
               MOVE 8 TO batchStepRc
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO rosterReadCount
           MOVE 0 TO rosterCreatedCount
           MOVE 0 TO rosterRejectedCount

           PERFORM openAccountFileIO
           PERFORM openProfileFileIO
           OPEN OUTPUT rosterRejectFile
           OPEN OUTPUT rosterPasswordFile
           MOVE "N" TO endOfFile
           PERFORM UNTIL endOfFile = "Y"
               READ rosterFile INTO rosterLine
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       IF FUNCTION TRIM(rosterLine) NOT = SPACES
                           ADD 1 TO rosterReadCount
                           PERFORM importRosterLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rosterFile
           CLOSE accountFile
           CLOSE profileFile
           CLOSE rosterRejectFile
           CLOSE rosterPasswordFile

           MOVE rosterReadCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Roster lines read: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE rosterCreatedCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Student accounts created: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
                  " (temporary passwords in src/files/roster_passwords.txt)"
                  DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE rosterRejectedCount TO extractCountDisplay
           MOVE SPACES TO messageVar
           STRING "Lines rejected: " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
                  " (see src/files/roster_rejects.txt)" DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "ROSTER_IMPORT" TO auditAction
           MOVE "SYSTEM" TO auditActor
           MOVE SPACES TO auditDetail
           MOVE rosterCreatedCount TO extractCountDisplay
           MOVE rosterRejectedCount TO reportCountDisplay
           STRING "roster imported, created " DELIMITED BY SIZE
                  FUNCTION TRIM(extractCountDisplay) DELIMITED BY SIZE
                  ", rejected " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       importRosterLine.
           *> validate one username|first|last|university|major|year
           *> line; accountFile and profileFile are open I-O, the
           *> rejects and password files open for output
           MOVE SPACES TO rosterUsername rosterFirstName rosterLastName
               rosterUniversity rosterMajor rosterGradYear
           UNSTRING rosterLine DELIMITED BY "|"
               INTO rosterUsername rosterFirstName rosterLastName
                    rosterUniversity rosterMajor rosterGradYear
           END-UNSTRING

           MOVE SPACES TO rosterRejectReason
           IF FUNCTION TRIM(rosterUsername) = SPACES
               MOVE "username missing" TO rosterRejectReason
           ELSE
           IF FUNCTION TRIM(rosterUsername) = FUNCTION TRIM(systemSenderName)
               MOVE "username is reserved" TO rosterRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(rosterUsername)) > 30
               MOVE "username longer than 30 characters" TO rosterRejectReason
           ELSE
           IF FUNCTION TRIM(rosterFirstName) = SPACES
               MOVE "first name missing" TO rosterRejectReason
           ELSE
           IF FUNCTION TRIM(rosterLastName) = SPACES
               MOVE "last name missing" TO rosterRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(rosterFirstName TRAILING)) > 30
            OR FUNCTION LENGTH(FUNCTION TRIM(rosterLastName TRAILING)) > 30
               MOVE "name longer than 30 characters" TO rosterRejectReason
           ELSE
           IF FUNCTION TRIM(rosterUniversity) = SPACES
               MOVE "university missing" TO rosterRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(rosterUniversity TRAILING)) > 50
               MOVE "university longer than 50 characters" TO rosterRejectReason
           ELSE
           IF FUNCTION TRIM(rosterMajor) = SPACES
               MOVE "major missing" TO rosterRejectReason
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(rosterMajor TRAILING)) > 30
               MOVE "major longer than 30 characters" TO rosterRejectReason
           ELSE
           IF rosterGradYear(1:4) IS NOT NUMERIC
            OR FUNCTION TRIM(rosterGradYear(5:16)) NOT = SPACES
               MOVE "invalid graduation year (use YYYY)" TO rosterRejectReason
           ELSE
               MOVE rosterGradYear(1:4) TO tempYearX
               COMPUTE tempYear = FUNCTION NUMVAL(tempYearX)
               PERFORM validateYear
               IF yearValid = "N"
                   MOVE "graduation year out of range (1900-2100)"
                     TO rosterRejectReason
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           *> duplicates are checked against the live files, so a
           *> username repeated later in the same roster is caught too
           IF rosterRejectReason = SPACES
               MOVE FUNCTION TRIM(rosterUsername) TO acctUsername
               READ accountFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "duplicate username" TO rosterRejectReason
               END-READ
           END-IF
           IF rosterRejectReason = SPACES
               MOVE FUNCTION TRIM(rosterUsername) TO profileKeyUserName
               READ profileFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "profile already exists for username"
                         TO rosterRejectReason
               END-READ
           END-IF

           IF rosterRejectReason NOT = SPACES
               ADD 1 TO rosterRejectedCount
               MOVE SPACES TO rosterRejectLine
               STRING FUNCTION TRIM(rosterRejectReason) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(rosterLine) DELIMITED BY SIZE
                 INTO rosterRejectLine
               END-STRING
               WRITE rosterRejectRecord FROM rosterRejectLine
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(rosterUsername) TO hashUserField
           PERFORM issueTemporaryPassword
           MOVE FUNCTION TRIM(rosterUsername) TO acctUsername
           MOVE hashedPassword TO acctPassword
           MOVE 0              TO acctFailedCount
           MOVE SPACE          TO acctLockFlag
           MOVE "student"      TO acctRole
           MOVE "Y"            TO acctMustChange
           MOVE SPACES         TO acctFiller
           WRITE accountRecord
               INVALID KEY
                   ADD 1 TO rosterRejectedCount
                   MOVE SPACES TO rosterRejectLine
                   STRING "account could not be written|" DELIMITED BY SIZE
                          FUNCTION TRIM(rosterLine) DELIMITED BY SIZE
                     INTO rosterRejectLine
                   END-STRING
                   WRITE rosterRejectRecord FROM rosterRejectLine
                   EXIT PARAGRAPH
           END-WRITE

           *> starter profile in the same layout saveProfile builds, with
           *> no experience, education, or skills yet
           MOVE SPACES TO tempProfileRecord
           MOVE FUNCTION TRIM(rosterUsername)   TO tempProfileRecord(1:30)
           MOVE FUNCTION TRIM(rosterFirstName)  TO tempProfileRecord(31:30)
           MOVE FUNCTION TRIM(rosterLastName)   TO tempProfileRecord(61:30)
           MOVE FUNCTION TRIM(rosterUniversity) TO tempProfileRecord(91:50)
           MOVE FUNCTION TRIM(rosterMajor)      TO tempProfileRecord(141:30)
           MOVE rosterGradYear(1:4)             TO tempProfileRecord(171:4)
           MOVE "00"                            TO tempProfileRecord(375:2)
           MOVE "00"                            TO tempProfileRecord(377:2)
           MOVE "0"                             TO tempProfileRecord(3879:1)
           MOVE tempProfileRecord TO profileFileRecord
           WRITE profileFileRecord
               INVALID KEY CONTINUE
           END-WRITE

           ADD 1 TO rosterCreatedCount
           MOVE SPACES TO rosterPasswordLine
           STRING FUNCTION TRIM(rosterUsername) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(temporaryPassword) DELIMITED BY SIZE
             INTO rosterPasswordLine
           END-STRING
           WRITE rosterPasswordRecord FROM rosterPasswordLine
           EXIT.

       runSkillsGapReport.
           *> Skills supply vs demand for curriculum planning. For each
           *> skill in skills.txt: open postings that require it, students
           *> who have completed it, and students who applied to a posting
           *> requiring it without having it. The biggest gaps (most
           *> applicants lacking the skill, then most open demand) are
           *> ranked, and open demand is broken down by posting location.
           *> Shared by the admin menu and the SKILLS-GAP batch step.
           MOVE "=== SKILLS GAP REPORT ===" TO messageVar
           PERFORM displayAndWrite

           MOVE 0 TO gapSkillCount
           MOVE 0 TO gapLocCount
           MOVE 0 TO gapPairCount
           MOVE "N" TO endOfFile
           PERFORM ensureSkillFileExists
           OPEN INPUT skillFile
           PERFORM UNTIL endOfFile = "Y"
               READ skillFile INTO skillRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE skillRecord TO skillData
                       IF gapSkillCount < 50
                           ADD 1 TO gapSkillCount
                           MOVE skillName TO gapSkill(gapSkillCount)
                           MOVE 0 TO gapDemand(gapSkillCount)
                           MOVE 0 TO gapSupply(gapSkillCount)
                           MOVE 0 TO gapUnmet(gapSkillCount)
                           MOVE gapSkillCount TO gapRank(gapSkillCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE skillFile

           IF gapSkillCount = 0
               MOVE "The skill catalog is empty." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           *> demand: open postings, by skill and by location
           MOVE "N" TO endOfFile
           PERFORM ensureJobFileExists
           OPEN INPUT jobFile
           PERFORM UNTIL endOfFile = "Y"
               READ jobFile INTO jobRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE jobRecord TO jobData
                       IF jobStatus = "open" OR jobStatus = SPACES
                           PERFORM captureJobRequiredSkills
                           PERFORM VARYING reqSkillIndex FROM 1 BY 1
                                   UNTIL reqSkillIndex > jobFoundReqCount
                               MOVE jobFoundReqSkill(reqSkillIndex) TO gapSkillName
                               PERFORM findGapSkill
                               IF gapFound > 0
                                   ADD 1 TO gapDemand(gapFound)
                                   PERFORM tallyGapLocation
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jobFile

           *> supply: completed skills on each profile
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       PERFORM captureGapHaveSkills
                       PERFORM VARYING gapHaveIndex FROM 1 BY 1
                               UNTIL gapHaveIndex > gapHaveCount
                           MOVE gapHaveSkill(gapHaveIndex) TO gapSkillName
                           PERFORM findGapSkill
                           IF gapFound > 0
                               ADD 1 TO gapSupply(gapFound)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE profileFile

           *> unmet: each application checked against its posting's
           *> requirements and the applicant's completed skills; a
           *> student is counted once per skill however often they apply
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       PERFORM checkGapApplication
               END-READ
           END-PERFORM
           CLOSE applicationFile

           MOVE "Skill | open postings requiring | students completed | applied without it"
             TO messageVar
           PERFORM displayAndWrite
           PERFORM VARYING gapIndex FROM 1 BY 1 UNTIL gapIndex > gapSkillCount
               PERFORM displayGapSkillLine
           END-PERFORM

           *> rank on applicants lacking the skill, then open demand
           MOVE "N" TO gapSorted
           PERFORM UNTIL gapSorted = "Y"
               MOVE "Y" TO gapSorted
               PERFORM VARYING gapIndex FROM 1 BY 1 UNTIL gapIndex >= gapSkillCount
                   MOVE gapRank(gapIndex)     TO gapRankA
                   MOVE gapRank(gapIndex + 1) TO gapRankB
                   IF gapUnmet(gapRankA) < gapUnmet(gapRankB)
                    OR (gapUnmet(gapRankA) = gapUnmet(gapRankB)
                        AND gapDemand(gapRankA) < gapDemand(gapRankB))
                       MOVE gapRankB TO gapRank(gapIndex)
                       MOVE gapRankA TO gapRank(gapIndex + 1)
                       MOVE "N" TO gapSorted
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "--- Biggest gaps ---" TO messageVar
           PERFORM displayAndWrite
           MOVE 0 TO gapShown
           PERFORM VARYING gapRankIndex FROM 1 BY 1
                   UNTIL gapRankIndex > gapSkillCount OR gapShown >= 5
               MOVE gapRank(gapRankIndex) TO gapIndex
               IF gapUnmet(gapIndex) > 0 OR gapDemand(gapIndex) > 0
                   ADD 1 TO gapShown
                   MOVE gapShown TO entryNumDisplay
                   MOVE gapUnmet(gapIndex)  TO gapUnmetDisplay
                   MOVE gapDemand(gapIndex) TO gapDemandDisplay
                   MOVE SPACES TO messageVar
                   STRING FUNCTION TRIM(entryNumDisplay) DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(gapSkill(gapIndex)) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(gapUnmetDisplay) DELIMITED BY SIZE
                          " applicant(s) lacked it, " DELIMITED BY SIZE
                          FUNCTION TRIM(gapDemandDisplay) DELIMITED BY SIZE
                          " open posting(s) require it" DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               END-IF
           END-PERFORM
           IF gapShown = 0
               MOVE "No open demand or unmet applications for any catalog skill." TO messageVar
               PERFORM displayAndWrite
           END-IF

           MOVE "--- Open demand by location ---" TO messageVar
           PERFORM displayAndWrite
           IF gapLocCount = 0
               MOVE "No open postings require a catalog skill." TO messageVar
               PERFORM displayAndWrite
           END-IF
           PERFORM VARYING gapIndex FROM 1 BY 1 UNTIL gapIndex > gapSkillCount
               PERFORM VARYING gapLocIndex FROM 1 BY 1 UNTIL gapLocIndex > gapLocCount
                   IF gapLocSkill(gapLocIndex) = gapIndex
                       MOVE gapLocPostings(gapLocIndex) TO gapDemandDisplay
                       MOVE SPACES TO messageVar
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(gapSkill(gapIndex)) DELIMITED BY SIZE
                              " | " DELIMITED BY SIZE
                              FUNCTION TRIM(gapLocName(gapLocIndex)) DELIMITED BY SIZE
                              " | " DELIMITED BY SIZE
                              FUNCTION TRIM(gapDemandDisplay) DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                       PERFORM displayAndWrite
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "SKILLS_GAP" TO auditAction
           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO auditActor
           ELSE
               MOVE inputUsername TO auditActor
           END-IF
           MOVE gapSkillCount TO reportCountDisplay
           MOVE SPACES TO auditDetail
           STRING "skills gap report run over " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                  " catalog skills" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       displayGapSkillLine.
           MOVE gapDemand(gapIndex) TO gapDemandDisplay
           MOVE gapSupply(gapIndex) TO gapSupplyDisplay
           MOVE gapUnmet(gapIndex)  TO gapUnmetDisplay
           MOVE SPACES TO messageVar
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(gapSkill(gapIndex)) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(gapDemandDisplay) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(gapSupplyDisplay) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(gapUnmetDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           EXIT.

       findGapSkill.
           *> catalog index of gapSkillName in gapFound, 0 if not listed
           MOVE 0 TO gapFound
           PERFORM VARYING gapSearchIndex FROM 1 BY 1
                   UNTIL gapSearchIndex > gapSkillCount OR gapFound > 0
               IF gapSkillName NOT = SPACES
                AND FUNCTION TRIM(gapSkill(gapSearchIndex)) = FUNCTION TRIM(gapSkillName)
                   MOVE gapSearchIndex TO gapFound
               END-IF
           END-PERFORM
           EXIT.

       tallyGapLocation.
           *> one more open posting for skill gapFound at jobLocation
           MOVE 0 TO gapLocFound
           PERFORM VARYING gapLocIndex FROM 1 BY 1
                   UNTIL gapLocIndex > gapLocCount OR gapLocFound > 0
               IF gapLocSkill(gapLocIndex) = gapFound
                AND FUNCTION TRIM(gapLocName(gapLocIndex)) = FUNCTION TRIM(jobLocation)
                   MOVE gapLocIndex TO gapLocFound
               END-IF
           END-PERFORM
           IF gapLocFound = 0 AND gapLocCount < 200
               ADD 1 TO gapLocCount
               MOVE gapFound    TO gapLocSkill(gapLocCount)
               MOVE jobLocation TO gapLocName(gapLocCount)
               IF jobLocation = SPACES
                   MOVE "(no location given)" TO gapLocName(gapLocCount)
               END-IF
               MOVE 0 TO gapLocPostings(gapLocCount)
               MOVE gapLocCount TO gapLocFound
           END-IF
           IF gapLocFound > 0
               ADD 1 TO gapLocPostings(gapLocFound)
           END-IF
           EXIT.

       captureGapHaveSkills.
           *> completed skills off the profileRecord now in hand
           MOVE 0 TO gapHaveCount
           IF profileRecord(3879:1) IS NUMERIC
               MOVE profileRecord(3879:1) TO gapHaveCount
           END-IF
           IF gapHaveCount > 5
               MOVE 5 TO gapHaveCount
           END-IF
           PERFORM VARYING gapHaveIndex FROM 1 BY 1 UNTIL gapHaveIndex > gapHaveCount
               COMPUTE skillOffset = 3880 + ((gapHaveIndex - 1) * 50)
               MOVE profileRecord(skillOffset:50) TO gapHaveSkill(gapHaveIndex)
           END-PERFORM
           EXIT.

       checkGapApplication.
           *> PERFORMed from inside the applications scan, so the job
           *> lookup runs on its own switch
           MOVE "N" TO jobExists
           MOVE "N" TO gapScanDone
           PERFORM ensureJobFileExists
           OPEN INPUT jobFile
           PERFORM UNTIL gapScanDone = "Y"
               READ jobFile INTO jobRecord
                   AT END MOVE "Y" TO gapScanDone
                   NOT AT END
                       MOVE jobRecord TO jobData
                       IF jobId = appJobId
                           MOVE "Y" TO jobExists
                           PERFORM captureJobRequiredSkills
                           MOVE "Y" TO gapScanDone
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jobFile
           IF jobExists = "N" OR jobFoundReqCount = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO profileRecord
           PERFORM openProfileFileIO
           MOVE appUsername TO profileKeyUserName
           READ profileFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE profileFileRecord TO profileRecord
           END-READ
           CLOSE profileFile
           PERFORM captureGapHaveSkills

           PERFORM VARYING reqSkillIndex FROM 1 BY 1
                   UNTIL reqSkillIndex > jobFoundReqCount
               MOVE jobFoundReqSkill(reqSkillIndex) TO gapSkillName
               PERFORM findGapSkill
               MOVE "N" TO reqSkillHave
               PERFORM VARYING gapHaveIndex FROM 1 BY 1
                       UNTIL gapHaveIndex > gapHaveCount
                   IF FUNCTION TRIM(gapHaveSkill(gapHaveIndex)) = FUNCTION TRIM(gapSkillName)
                       MOVE "Y" TO reqSkillHave
                   END-IF
               END-PERFORM
               IF gapFound > 0 AND reqSkillHave = "N"
                   MOVE "N" TO gapPairSeen
                   PERFORM VARYING gapPairIndex FROM 1 BY 1
                           UNTIL gapPairIndex > gapPairCount OR gapPairSeen = "Y"
                       IF gapPairSkill(gapPairIndex) = gapFound
                        AND gapPairUser(gapPairIndex) = appUsername
                           MOVE "Y" TO gapPairSeen
                       END-IF
                   END-PERFORM
                   IF gapPairSeen = "N" AND gapPairCount < 1000
                       ADD 1 TO gapPairCount
                       MOVE gapFound    TO gapPairSkill(gapPairCount)
                       MOVE appUsername TO gapPairUser(gapPairCount)
                       ADD 1 TO gapUnmet(gapFound)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ensurePlacementFileExists.
           OPEN EXTEND placementFile
           IF placementFileStatus = "35"
               OPEN OUTPUT placementFile
           END-IF
           CLOSE placementFile
           EXIT.

       releaseWithdrawnInterviews.
           *> interviews still proposed or confirmed for the applications
           *> just withdrawn are declined, so the slots are freed for the
           *> employer and drop off the student's agenda; each employer
           *> is sent a notice of the cancellation
           MOVE 0 TO offerCancelledCount
           MOVE "N" TO endOfFile
           PERFORM ensureInterviewFileExists
           OPEN INPUT  interviewFile
           OPEN OUTPUT tempInterviewFile
           PERFORM UNTIL endOfFile = "Y"
               READ interviewFile INTO interviewRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE interviewRecord TO interviewData
                       MOVE "N" TO offerJobWithdrawn
                       PERFORM VARYING offerWithdrawnIndex FROM 1 BY 1
                               UNTIL offerWithdrawnIndex > offerWithdrawnCount
                                  OR offerWithdrawnIndex > 50
                           IF offerWithdrawnJob(offerWithdrawnIndex) = ivJobId
                               MOVE "Y" TO offerJobWithdrawn
                           END-IF
                       END-PERFORM
                       IF offerJobWithdrawn = "Y"
                        AND FUNCTION TRIM(ivApplicant) = FUNCTION TRIM(inputUsername)
                        AND (FUNCTION TRIM(ivStatus) = "proposed"
                          OR FUNCTION TRIM(ivStatus) = "confirmed")
                           MOVE "declined" TO ivStatus
                           WRITE tempInterviewRecord FROM interviewData
                           IF offerCancelledCount < 50
                               ADD 1 TO offerCancelledCount
                               MOVE ivJobId    TO ocJobId(offerCancelledCount)
                               MOVE ivEmployer TO ocEmployer(offerCancelledCount)
                               MOVE ivDate     TO ocDate(offerCancelledCount)
                               MOVE ivSlot     TO ocSlot(offerCancelledCount)
                           END-IF
                       ELSE
                           WRITE tempInterviewRecord FROM interviewRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE interviewFile
           CLOSE tempInterviewFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT interviewFile
           OPEN INPUT  tempInterviewFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempInterviewFile INTO tempInterviewRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE interviewRecord FROM tempInterviewRecord
               END-READ
           END-PERFORM
           CLOSE interviewFile
           CLOSE tempInterviewFile

           MOVE jobIdWanted TO offerJobIdSave
           PERFORM VARYING offerCancelledIndex FROM 1 BY 1
                   UNTIL offerCancelledIndex > offerCancelledCount
               MOVE ocJobId(offerCancelledIndex) TO jobIdWanted
               PERFORM lookUpJobTitle
               MOVE ocEmployer(offerCancelledIndex) TO noticeRecipient
               MOVE SPACES TO noticeBody
               STRING FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                      " withdrew; the interview for " DELIMITED BY SIZE
                      FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      FUNCTION TRIM(ocDate(offerCancelledIndex)) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(ocSlot(offerCancelledIndex)) DELIMITED BY SIZE
                      " is cancelled." DELIMITED BY SIZE
                 INTO noticeBody
               END-STRING
               PERFORM sendSystemNotice
           END-PERFORM
           MOVE offerJobIdSave TO jobIdWanted
           EXIT.

       runFirstDestinationReport.
           *> First-destination outcomes by university, major and
           *> graduation year off profile.dat: class size, how many have
           *> accepted an offer (placements.txt), the placement rate, and
           *> the median days from application to the accepted offer.
           *> Shared by the admin menu and the FIRST-DESTINATION step.
           MOVE "=== FIRST-DESTINATION REPORT ===" TO messageVar
           PERFORM displayAndWrite

           MOVE 0 TO plcTabCount
           MOVE "N" TO endOfFile
           PERFORM ensurePlacementFileExists
           OPEN INPUT placementFile
           PERFORM UNTIL endOfFile = "Y"
               READ placementFile INTO placementRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE placementRecord TO placementData
                       MOVE "N" TO fdPlacedFound
                       PERFORM VARYING plcTabIndex FROM 1 BY 1
                               UNTIL plcTabIndex > plcTabCount
                           IF plcTabUser(plcTabIndex) = plcUsername
                               MOVE "Y" TO fdPlacedFound
                           END-IF
                       END-PERFORM
                       IF fdPlacedFound = "N" AND plcTabCount < 500
                           ADD 1 TO plcTabCount
                           MOVE plcUsername TO plcTabUser(plcTabCount)
                           MOVE plcDays     TO plcTabDays(plcTabCount)
                           MOVE 0           TO plcTabGroup(plcTabCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE placementFile

           MOVE 0 TO fdGroupCount
           MOVE 0 TO fdIncompleteCount
           MOVE 0 TO fdIncompletePlaced
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE 0 TO fdPlacedIndex
                       PERFORM VARYING plcTabIndex FROM 1 BY 1
                               UNTIL plcTabIndex > plcTabCount OR fdPlacedIndex > 0
                           IF plcTabUser(plcTabIndex) = profileRecord(1:30)
                               MOVE plcTabIndex TO fdPlacedIndex
                           END-IF
                       END-PERFORM
                       IF profileRecord(91:50) = SPACES
                        OR profileRecord(141:30) = SPACES
                        OR profileRecord(171:4) = "0000"
                        OR profileRecord(171:4) = SPACES
                           ADD 1 TO fdIncompleteCount
                           IF fdPlacedIndex > 0
                               ADD 1 TO fdIncompletePlaced
                           END-IF
                       ELSE
                           PERFORM findFirstDestGroup
                           IF fdFound > 0
                               ADD 1 TO fdGrads(fdFound)
                               IF fdPlacedIndex > 0
                                   ADD 1 TO fdPlaced(fdFound)
                                   MOVE fdFound TO plcTabGroup(fdPlacedIndex)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE profileFile

           PERFORM VARYING fdIndex FROM 1 BY 1 UNTIL fdIndex > fdGroupCount
               PERFORM computeGroupMedianDays
           END-PERFORM

           *> university, then major, then graduation year
           MOVE "N" TO fdSorted
           PERFORM UNTIL fdSorted = "Y"
               MOVE "Y" TO fdSorted
               PERFORM VARYING fdIndex FROM 1 BY 1 UNTIL fdIndex >= fdGroupCount
                   IF fdKey(fdIndex) > fdKey(fdIndex + 1)
                       MOVE fdEntry(fdIndex)     TO fdSwap
                       MOVE fdEntry(fdIndex + 1) TO fdEntry(fdIndex)
                       MOVE fdSwap               TO fdEntry(fdIndex + 1)
                       MOVE "N" TO fdSorted
                   END-IF
               END-PERFORM
           END-PERFORM

           IF fdGroupCount = 0
               MOVE "No profiles with university, major and graduation year on file." TO messageVar
               PERFORM displayAndWrite
           ELSE
               MOVE "University | Major | Year | graduates | placed | rate | median days to offer"
                 TO messageVar
               PERFORM displayAndWrite
           END-IF
           MOVE 0 TO fdTotalGrads
           MOVE 0 TO fdTotalPlaced
           PERFORM VARYING fdIndex FROM 1 BY 1 UNTIL fdIndex > fdGroupCount
               ADD fdGrads(fdIndex)  TO fdTotalGrads
               ADD fdPlaced(fdIndex) TO fdTotalPlaced
               MOVE fdGrads(fdIndex)  TO fdGradsDisplay
               MOVE fdPlaced(fdIndex) TO fdPlacedDisplay
               COMPUTE reportPercent = (fdPlaced(fdIndex) * 100) / fdGrads(fdIndex)
               MOVE SPACES TO fdMedianText
               IF fdPlaced(fdIndex) = 0
                   MOVE "-" TO fdMedianText
               ELSE
                   MOVE fdMedianDays(fdIndex) TO fdMedianDisplay
                   MOVE FUNCTION TRIM(fdMedianDisplay) TO fdMedianText
               END-IF
               MOVE SPACES TO messageVar
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(fdUniv(fdIndex)) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(fdMajor(fdIndex)) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      fdYear(fdIndex) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(fdGradsDisplay) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(fdPlacedDisplay) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      reportPercent DELIMITED BY SIZE
                      "% | " DELIMITED BY SIZE
                      FUNCTION TRIM(fdMedianText) DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
           END-PERFORM

           MOVE 0 TO reportPercent
           IF fdTotalGrads > 0
               COMPUTE reportPercent = (fdTotalPlaced * 100) / fdTotalGrads
           END-IF
           MOVE fdTotalGrads  TO fdGradsDisplay
           MOVE fdTotalPlaced TO fdPlacedDisplay
           MOVE SPACES TO messageVar
           STRING "All groups: " DELIMITED BY SIZE
                  FUNCTION TRIM(fdGradsDisplay) DELIMITED BY SIZE
                  " graduates, " DELIMITED BY SIZE
                  FUNCTION TRIM(fdPlacedDisplay) DELIMITED BY SIZE
                  " placed (" DELIMITED BY SIZE
                  reportPercent DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           IF fdIncompleteCount > 0
               MOVE fdIncompleteCount  TO fdGradsDisplay
               MOVE fdIncompletePlaced TO fdPlacedDisplay
               MOVE SPACES TO messageVar
               STRING "Not grouped (university, major or year missing): "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(fdGradsDisplay) DELIMITED BY SIZE
                      " profile(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(fdPlacedDisplay) DELIMITED BY SIZE
                      " placed" DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
           END-IF

           MOVE "FIRST_DEST" TO auditAction
           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO auditActor
           ELSE
               MOVE inputUsername TO auditActor
           END-IF
           MOVE plcTabCount TO reportCountDisplay
           MOVE SPACES TO auditDetail
           STRING "first-destination report run, " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                  " placements on file" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       findFirstDestGroup.
           *> group index for the profileRecord in hand in fdFound,
           *> added with zero counts if new (0 once the table is full)
           MOVE 0 TO fdFound
           PERFORM VARYING fdIndex FROM 1 BY 1
                   UNTIL fdIndex > fdGroupCount OR fdFound > 0
               IF fdUniv(fdIndex)  = profileRecord(91:50)
                AND fdMajor(fdIndex) = profileRecord(141:30)
                AND fdYear(fdIndex)  = profileRecord(171:4)
                   MOVE fdIndex TO fdFound
               END-IF
           END-PERFORM
           IF fdFound = 0 AND fdGroupCount < 200
               ADD 1 TO fdGroupCount
               MOVE profileRecord(91:50)  TO fdUniv(fdGroupCount)
               MOVE profileRecord(141:30) TO fdMajor(fdGroupCount)
               MOVE profileRecord(171:4)  TO fdYear(fdGroupCount)
               MOVE 0 TO fdGrads(fdGroupCount)
               MOVE 0 TO fdPlaced(fdGroupCount)
               MOVE 0 TO fdMedianDays(fdGroupCount)
               MOVE fdGroupCount TO fdFound
           END-IF
           EXIT.

       computeGroupMedianDays.
           *> median of the days-to-offer for the placements in group
           *> fdIndex; an even count takes the mean of the middle two
           MOVE 0 TO fdDaysCount
           PERFORM VARYING plcTabIndex FROM 1 BY 1 UNTIL plcTabIndex > plcTabCount
               IF plcTabGroup(plcTabIndex) = fdIndex
                   ADD 1 TO fdDaysCount
                   MOVE plcTabDays(plcTabIndex) TO fdDaysValue(fdDaysCount)
               END-IF
           END-PERFORM
           MOVE 0 TO fdMedianDays(fdIndex)
           IF fdDaysCount = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO fdDaysSorted
           PERFORM UNTIL fdDaysSorted = "Y"
               MOVE "Y" TO fdDaysSorted
               PERFORM VARYING fdDaysIndex FROM 1 BY 1 UNTIL fdDaysIndex >= fdDaysCount
                   IF fdDaysValue(fdDaysIndex) > fdDaysValue(fdDaysIndex + 1)
                       MOVE fdDaysValue(fdDaysIndex)     TO fdDaysSwap
                       MOVE fdDaysValue(fdDaysIndex + 1) TO fdDaysValue(fdDaysIndex)
                       MOVE fdDaysSwap                   TO fdDaysValue(fdDaysIndex + 1)
                       MOVE "N" TO fdDaysSorted
                   END-IF
               END-PERFORM
           END-PERFORM

           DIVIDE fdDaysCount BY 2 GIVING fdDaysHalf REMAINDER fdDaysOdd
           IF fdDaysOdd = 1
               MOVE fdDaysValue(fdDaysHalf + 1) TO fdMedianDays(fdIndex)
           ELSE
               COMPUTE fdMedianDays(fdIndex) ROUNDED =
                   (fdDaysValue(fdDaysHalf) + fdDaysValue(fdDaysHalf + 1)) / 2
           END-IF
           EXIT.

       employerFunnelEntry.
           MOVE "Flag applications left at submitted for more than how many days? (blank for 14)"
             TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO funnelDaysChoice
           END-READ
           MOVE 14 TO funnelStaleDays
           IF FUNCTION TRIM(funnelDaysChoice) NOT = SPACES
               IF FUNCTION TRIM(funnelDaysChoice) IS NUMERIC
                   COMPUTE funnelStaleDays = FUNCTION NUMVAL(funnelDaysChoice)
               ELSE
                   MOVE "Invalid number of days." TO messageVar
                   PERFORM displayAndWrite
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM runEmployerFunnelReport
           EXIT.

       runEmployerFunnelReport.
           *> Hiring funnel per employer for employer relations: postings
           *> by status, applications by stage, interviews proposed vs
           *> answered, and a follow-up flag for employers with
           *> applications left at "submitted" longer than
           *> funnelStaleDays. Shared by the admin menu and the
           *> EMPLOYER-FUNNEL step.
           MOVE "=== EMPLOYER HIRING FUNNEL ===" TO messageVar
           PERFORM displayAndWrite

           PERFORM getTodayDate
           MOVE todayDate(1:8) TO plcToDateNum
           MOVE 0 TO funnelCount

           MOVE "N" TO endOfFile
           PERFORM ensureJobFileExists
           OPEN INPUT jobFile
           PERFORM UNTIL endOfFile = "Y"
               READ jobFile INTO jobRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE jobRecord TO jobData
                       MOVE jobEmployer TO funnelName
                       PERFORM findFunnelEntry
                       IF funnelFound > 0
                           EVALUATE FUNCTION TRIM(jobStatus)
                               WHEN "filled" ADD 1 TO funnelFilled(funnelFound)
                               WHEN "closed" ADD 1 TO funnelClosed(funnelFound)
                               WHEN OTHER    ADD 1 TO funnelOpen(funnelFound)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jobFile

           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                       MOVE applicationRecord TO applicationData
                       MOVE appJobId TO jobIdWanted
                       PERFORM lookUpJobTitle
                       MOVE jobFoundEmployer TO funnelName
                       PERFORM findFunnelEntry
                       IF funnelFound > 0
                           ADD 1 TO funnelApps(funnelFound)
                           EVALUATE FUNCTION TRIM(appStatus)
                               WHEN SPACES
                               WHEN "submitted"
                                   ADD 1 TO funnelSubmitted(funnelFound)
                                   PERFORM checkFunnelStale
                               WHEN "under review"
                                   ADD 1 TO funnelReview(funnelFound)
                               WHEN "offer"
                               WHEN "accepted"
                               WHEN "declined"
                                   ADD 1 TO funnelOffer(funnelFound)
                               WHEN "rejected"
                                   ADD 1 TO funnelRejected(funnelFound)
                               WHEN "withdrawn"
                                   ADD 1 TO funnelWithdrawn(funnelFound)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE applicationFile

           *> an application counts as interviewed once the student has
           *> confirmed an interview for it
           MOVE "N" TO endOfFile
           PERFORM ensureInterviewFileExists
           OPEN INPUT interviewFile
           PERFORM UNTIL endOfFile = "Y"
               READ interviewFile INTO interviewRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE interviewRecord TO interviewData
                       MOVE ivEmployer TO funnelName
                       PERFORM findFunnelEntry
                       IF funnelFound > 0
                           ADD 1 TO funnelIvProposed(funnelFound)
                           EVALUATE FUNCTION TRIM(ivStatus)
                               WHEN "confirmed"
                                   ADD 1 TO funnelIvConfirmed(funnelFound)
                                   ADD 1 TO funnelInterviewed(funnelFound)
                               WHEN "declined"
                                   ADD 1 TO funnelIvDeclined(funnelFound)
                               WHEN OTHER
                                   ADD 1 TO funnelIvAwaiting(funnelFound)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE interviewFile

           IF funnelCount = 0
               MOVE "No employer activity on file." TO messageVar
               PERFORM displayAndWrite
           END-IF

           MOVE 0 TO funnelFlaggedCount
           PERFORM VARYING funnelIndex FROM 1 BY 1 UNTIL funnelIndex > funnelCount
               PERFORM displayFunnelEntry
           END-PERFORM

           MOVE funnelStaleDays TO funnelDisplay1
           MOVE funnelFlaggedCount TO funnelDisplay2
           MOVE SPACES TO messageVar
           STRING "Employers to follow up (applications at submitted over "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  " days): " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "EMPLOYER_FUNNEL" TO auditAction
           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO auditActor
           ELSE
               MOVE inputUsername TO auditActor
           END-IF
           MOVE SPACES TO auditDetail
           STRING "employer funnel run, " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
                  " employer(s) flagged at " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       checkFunnelStale.
           *> applicationData in hand is at submitted; is it older than
           *> funnelStaleDays?
           IF appDate(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE appDate(1:8) TO plcFromDateNum
           IF plcFromDateNum >= plcToDateNum
               EXIT PARAGRAPH
           END-IF
           COMPUTE funnelAgeDays = FUNCTION INTEGER-OF-DATE(plcToDateNum)
                                 - FUNCTION INTEGER-OF-DATE(plcFromDateNum)
           IF funnelAgeDays > funnelStaleDays
               ADD 1 TO funnelStale(funnelFound)
               IF funnelAgeDays > funnelOldest(funnelFound)
                   MOVE funnelAgeDays TO funnelOldest(funnelFound)
               END-IF
           END-IF
           EXIT.

       findFunnelEntry.
           *> index of funnelName in funnelTable in funnelFound, added
           *> with zero counts if new (0 for a blank name or full table)
           MOVE 0 TO funnelFound
           IF funnelName = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING funnelSearchIndex FROM 1 BY 1
                   UNTIL funnelSearchIndex > funnelCount OR funnelFound > 0
               IF FUNCTION TRIM(funnelEmployer(funnelSearchIndex)) = FUNCTION TRIM(funnelName)
                   MOVE funnelSearchIndex TO funnelFound
               END-IF
           END-PERFORM
           IF funnelFound = 0 AND funnelCount < 200
               ADD 1 TO funnelCount
               MOVE ZEROS TO funnelEntry(funnelCount)
               MOVE funnelName TO funnelEmployer(funnelCount)
               MOVE funnelCount TO funnelFound
           END-IF
           EXIT.

       displayFunnelEntry.
           MOVE SPACES TO messageVar
           STRING "Employer: " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelEmployer(funnelIndex)) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE funnelOpen(funnelIndex)   TO funnelDisplay1
           MOVE funnelFilled(funnelIndex) TO funnelDisplay2
           MOVE funnelClosed(funnelIndex) TO funnelDisplay3
           MOVE SPACES TO messageVar
           STRING "  Postings: open " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  ", filled " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
                  ", closed " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay3) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE funnelApps(funnelIndex)      TO funnelDisplay1
           MOVE funnelSubmitted(funnelIndex) TO funnelDisplay2
           MOVE SPACES TO messageVar
           STRING "  Applications: received " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  ", untouched at submitted " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE funnelReview(funnelIndex)      TO funnelDisplay1
           MOVE funnelInterviewed(funnelIndex) TO funnelDisplay2
           MOVE funnelOffer(funnelIndex)       TO funnelDisplay3
           MOVE funnelRejected(funnelIndex)    TO funnelDisplay4
           MOVE funnelWithdrawn(funnelIndex)   TO funnelDisplay5
           MOVE SPACES TO messageVar
           STRING "  Moved on: under review " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  ", interviewed " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
                  ", offer " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay3) DELIMITED BY SIZE
                  ", rejected " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay4) DELIMITED BY SIZE
                  ", withdrawn by student " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay5) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE funnelIvProposed(funnelIndex)  TO funnelDisplay1
           MOVE funnelIvConfirmed(funnelIndex) TO funnelDisplay2
           MOVE funnelIvDeclined(funnelIndex)  TO funnelDisplay3
           MOVE funnelIvAwaiting(funnelIndex)  TO funnelDisplay4
           MOVE SPACES TO messageVar
           STRING "  Interviews: proposed " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                  ", confirmed " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
                  ", declined " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay3) DELIMITED BY SIZE
                  ", awaiting reply " DELIMITED BY SIZE
                  FUNCTION TRIM(funnelDisplay4) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           IF funnelStale(funnelIndex) > 0
               ADD 1 TO funnelFlaggedCount
               MOVE funnelStale(funnelIndex)  TO funnelDisplay1
               MOVE funnelStaleDays           TO funnelDisplay2
               MOVE funnelOldest(funnelIndex) TO funnelDisplay3
               MOVE SPACES TO messageVar
               STRING "  ** FOLLOW UP: " DELIMITED BY SIZE
                      FUNCTION TRIM(funnelDisplay1) DELIMITED BY SIZE
                      " application(s) at submitted over " DELIMITED BY SIZE
                      FUNCTION TRIM(funnelDisplay2) DELIMITED BY SIZE
                      " days, oldest " DELIMITED BY SIZE
                      FUNCTION TRIM(funnelDisplay3) DELIMITED BY SIZE
                      " days **" DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
           END-IF
           EXIT.

       ensureJobLogFileExists.
           PERFORM writeJobLogLine

           MOVE 0 TO batchStepCount
           MOVE "Y" TO batchModeActive
           MOVE "N" TO runControlDone
           PERFORM UNTIL runControlDone = "Y"
               READ runControlFile INTO runControlRecord
               END-READ
           END-PERFORM
           CLOSE runControlFile
           MOVE "N" TO batchModeActive

           MOVE SPACES TO jobLogLine
           STRING "RUN END " DELIMITED BY SIZE
               WHEN "RECONCILE"      PERFORM runReconciliation
               WHEN "CAREER-EXTRACT" PERFORM runCareerExtract
               WHEN "JOB-IMPORT"     PERFORM runJobFeedImport
               WHEN "ROSTER-IMPORT"  PERFORM runRosterImport
               WHEN "BLOCK-REPORT"   PERFORM runBlockReport
               WHEN "SKILLS-GAP"     PERFORM runSkillsGapReport
               WHEN "FIRST-DESTINATION" PERFORM runFirstDestinationReport
               WHEN "EMPLOYER-FUNNEL"
                   MOVE 14 TO funnelStaleDays
                   IF FUNCTION TRIM(batchStepParm) NOT = SPACES
                       IF FUNCTION TRIM(batchStepParm) IS NUMERIC
                           COMPUTE funnelStaleDays = FUNCTION NUMVAL(batchStepParm)
                       ELSE
                           MOVE "EMPLOYER-FUNNEL days must be a number, e.g. EMPLOYER-FUNNEL|14" TO messageVar
                           PERFORM displayAndWrite
                           MOVE 8 TO batchStepRc
                       END-IF
                   END-IF
                   IF batchStepRc = 0
                       PERFORM runEmployerFunnelReport
                   END-IF
               WHEN "AUDIT-PRUNE"
                   IF FUNCTION TRIM(batchStepParm) = SPACES
                       MOVE "AUDIT-PRUNE step needs a cutoff, e.g. AUDIT-PRUNE|20260101" TO messageVar
                       MOVE batchStepParm TO retentionCutoff
                       PERFORM archiveOldAuditEntries
                   END-IF
               WHEN "BACKUP"         PERFORM runBackup
               WHEN "RESTORE"
                   IF FUNCTION TRIM(batchStepParm) = SPACES
                       MOVE "RESTORE step needs a backup date, e.g. RESTORE|20260101" TO messageVar
                       PERFORM displayAndWrite
                       MOVE 8 TO batchStepRc
                   ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(batchStepParm)) NOT = 8
                       MOVE "RESTORE step backup date must be 8 digits (YYYYMMDD)." TO messageVar
                       PERFORM displayAndWrite
                       MOVE 8 TO batchStepRc
                   ELSE
                       MOVE batchStepParm TO backupSetDate
                       PERFORM runRestore
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO messageVar
                   STRING "Unknown batch step: " DELIMITED BY SIZE
           END-STRING
           EXIT.

       issueTemporaryPassword.
           *> temporary password Tmp#nnnnnn for the account named in
           *> hashUserField; it meets the password rules, and the digits
           *> come from hashing the username with the clock so they
           *> differ from one issue to the next. Leaves the password in temporaryPassword
           *> and its stored form in hashedPassword.
           MOVE FUNCTION CURRENT-DATE(1:16) TO hashPassField
           PERFORM computePasswordHash
           MOVE SPACES TO temporaryPassword
           STRING "Tmp#" DELIMITED BY SIZE
                  hashDigits(9:6) DELIMITED BY SIZE
             INTO temporaryPassword
           END-STRING
           MOVE temporaryPassword TO hashPassField
           PERFORM computePasswordHash
           EXIT.

       unlockAccountEntry.
           *> Career-office admin maintenance: clears the lockout on a
           *> named account and records the action so it shows up in the
           *> audit trail.
           MOVE "=== UNLOCK ACCOUNT ===" TO messageVar
           PERFORM displayAndWrite
           MOVE "Enter the username to unlock, or 0 to go back:" TO messageVar
           PERFORM displayAndWrite

           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO unlockUserChoice
           END-READ

           IF unlockUserChoice = "0" OR FUNCTION TRIM(unlockUserChoice) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM openAccountFileIO
           MOVE unlockUserChoice TO acctUsername
           READ accountFile
               INVALID KEY
                   MOVE "No account found with that username." TO messageVar
                   PERFORM displayAndWrite
               NOT INVALID KEY
                   IF acctLockFlag NOT = "L"
                       MOVE "That account is not locked." TO messageVar
                       PERFORM displayAndWrite
                   ELSE
                       MOVE 0     TO acctFailedCount
                       MOVE SPACE TO acctLockFlag
                       REWRITE accountRecord
                       MOVE "UNLOCK" TO auditAction
                       MOVE inputUsername TO auditActor
                       MOVE SPACES TO auditDetail
                       STRING "account unlocked: " DELIMITED BY SIZE
                              FUNCTION TRIM(unlockUserChoice)
                              DELIMITED BY SIZE
                         INTO auditDetail
                       END-STRING
                       PERFORM writeAuditEntry
                       MOVE SPACES TO messageVar
                       STRING "Account " DELIMITED BY SIZE
                              FUNCTION TRIM(unlockUserChoice)
                              DELIMITED BY SIZE
                              " unlocked." DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                       PERFORM displayAndWrite
                   END-IF
           END-READ
           CLOSE accountFile
           EXIT.

       accountMaintenanceMenu.
           *> Career-office account work: look accounts up, change a
           *> role, force a password reset, or deactivate an account.
           *> Every action is audited with the admin as actor and the
           *> account concerned in the detail.
           MOVE "N" TO exitMaint
           PERFORM UNTIL exitMaint = "Y" OR quitProgram = "Y"
               MOVE "=== ACCOUNT MAINTENANCE ===" TO messageVar
               PERFORM displayAndWrite
               MOVE "1. List/Search Accounts" TO messageVar
               PERFORM displayAndWrite
               MOVE "2. Change an Account's Role" TO messageVar
               PERFORM displayAndWrite
               MOVE "3. Force a Password Reset" TO messageVar
               PERFORM displayAndWrite
               MOVE "4. Deactivate an Account" TO messageVar
               PERFORM displayAndWrite
               MOVE "0. Go back" TO messageVar
               PERFORM displayAndWrite

               READ userInputFile INTO userInputRecord
                   AT END MOVE "Y" TO quitProgram
                   NOT AT END MOVE userInputRecord TO maintMenuChoice
               END-READ

               IF quitProgram = "N"
                   EVALUATE FUNCTION TRIM(maintMenuChoice)
                       WHEN "0" WHEN "Go back" MOVE "Y" TO exitMaint
                       WHEN "1" WHEN "List/Search Accounts" PERFORM listAccountsEntry
                       WHEN "2" WHEN "Change an Account's Role" PERFORM changeAccountRoleEntry
                       WHEN "3" WHEN "Force a Password Reset" PERFORM forcePasswordResetEntry
                       WHEN "4" WHEN "Deactivate an Account" PERFORM adminDeactivateEntry
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO messageVar
                           PERFORM displayAndWrite
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

       listAccountsEntry.
           MOVE "Username starts with (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO maintPrefix
           END-READ
           IF FUNCTION TRIM(maintPrefix) = "0"
               MOVE SPACES TO maintPrefix
           END-IF
           MOVE FUNCTION TRIM(maintPrefix) TO maintPrefix
           MOVE 0 TO maintPrefixLen
           IF maintPrefix NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(maintPrefix)) TO maintPrefixLen
           END-IF

           MOVE "Role: student, employer, or admin (or 0 for any):" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO maintRoleFilter
           END-READ
           IF FUNCTION TRIM(maintRoleFilter) = "0"
               MOVE SPACES TO maintRoleFilter
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(maintRoleFilter)) TO maintRoleFilter

           MOVE "--- Matching accounts ---" TO messageVar
           PERFORM displayAndWrite
           MOVE 0 TO maintMatchCount
           MOVE "N" TO endOfFile
           PERFORM openAccountFileIO
           PERFORM UNTIL endOfFile = "Y" OR accountFileStatus NOT = "00"
               READ accountFile NEXT RECORD
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       *> accounts from before roles existed are students
                       IF acctRole = SPACES
                           MOVE "student" TO maintRoleDisplay
                       ELSE
                           MOVE acctRole TO maintRoleDisplay
                       END-IF
                       MOVE "Y" TO maintAccountFound
                       IF maintPrefixLen > 0
                           IF acctUsername(1:maintPrefixLen) NOT =
                              maintPrefix(1:maintPrefixLen)
                               MOVE "N" TO maintAccountFound
                           END-IF
                       END-IF
                       IF maintRoleFilter NOT = SPACES
                        AND maintRoleDisplay NOT = maintRoleFilter
                           MOVE "N" TO maintAccountFound
                       END-IF
                       IF maintAccountFound = "Y"
                           ADD 1 TO maintMatchCount
                           PERFORM displayAccountLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE accountFile

           MOVE maintMatchCount TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Accounts listed: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "ACCT_SEARCH" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "accounts listed, prefix '" DELIMITED BY SIZE
                  FUNCTION TRIM(maintPrefix) DELIMITED BY SIZE
                  "' role '" DELIMITED BY SIZE
                  FUNCTION TRIM(maintRoleFilter) DELIMITED BY SIZE
                  "', matched " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       displayAccountLine.
           *> one line for the account in accountRecord; the role is
           *> already in maintRoleDisplay
           IF acctLockFlag = "L"
               MOVE "locked" TO maintLockDisplay
           ELSE
               MOVE "active" TO maintLockDisplay
           END-IF
           IF acctFailedCount NOT NUMERIC
               MOVE 0 TO maintFailedDisplay
           ELSE
               MOVE acctFailedCount TO maintFailedDisplay
           END-IF
           MOVE SPACES TO messageVar
           IF acctMustChange = "Y"
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(acctUsername) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(maintRoleDisplay) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(maintLockDisplay) DELIMITED BY SIZE
                      " | failed logins: " DELIMITED BY SIZE
                      FUNCTION TRIM(maintFailedDisplay) DELIMITED BY SIZE
                      " | password reset pending" DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(acctUsername) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(maintRoleDisplay) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(maintLockDisplay) DELIMITED BY SIZE
                      " | failed logins: " DELIMITED BY SIZE
                      FUNCTION TRIM(maintFailedDisplay) DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
           END-IF
           PERFORM displayAndWrite
           EXIT.

       readMaintTarget.
           *> asks for the account to work on; maintAccountFound comes
           *> back Y with maintUsername and maintOldRole set when it
           *> exists
           MOVE "N" TO maintAccountFound
           MOVE "Enter the username, or 0 to go back:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO maintUserChoice
           END-READ
           IF maintUserChoice = "0" OR FUNCTION TRIM(maintUserChoice) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(maintUserChoice) TO maintUsername
           PERFORM openAccountFileIO
           MOVE maintUsername TO acctUsername
           READ accountFile
               INVALID KEY
                   MOVE "No account found with that username." TO messageVar
                   PERFORM displayAndWrite
               NOT INVALID KEY
                   MOVE "Y" TO maintAccountFound
                   IF acctRole = SPACES
                       MOVE "student" TO maintOldRole
                   ELSE
                       MOVE acctRole TO maintOldRole
                   END-IF
           END-READ
           CLOSE accountFile
           EXIT.

       changeAccountRoleEntry.
           MOVE "=== CHANGE ACCOUNT ROLE ===" TO messageVar
           PERFORM displayAndWrite
           PERFORM readMaintTarget
           IF maintAccountFound = "N"
               EXIT PARAGRAPH
           END-IF
           *> an admin demoting themselves could leave no one able to
           *> get back into this menu
           IF FUNCTION TRIM(maintUsername) = FUNCTION TRIM(inputUsername)
               MOVE "You cannot change the role of your own account." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO messageVar
           STRING "Current role: " DELIMITED BY SIZE
                  FUNCTION TRIM(maintOldRole) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           MOVE "New role: 1. Student  2. Employer  3. Career-office admin  (0 to go back)" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO maintRoleChoice
           END-READ
           MOVE SPACES TO maintNewRole
           EVALUATE FUNCTION TRIM(maintRoleChoice)
               WHEN "0"
                   EXIT PARAGRAPH
               WHEN "1" WHEN "Student"
                   MOVE "student"  TO maintNewRole
               WHEN "2" WHEN "Employer"
                   MOVE "employer" TO maintNewRole
               WHEN "3" WHEN "Career-office admin"
                   MOVE "admin"    TO maintNewRole
               WHEN OTHER
                   MOVE "Invalid choice; role not changed." TO messageVar
                   PERFORM displayAndWrite
                   EXIT PARAGRAPH
           END-EVALUATE
           IF maintNewRole = maintOldRole
               MOVE "The account already has that role." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM openAccountFileIO
           MOVE maintUsername TO acctUsername
           READ accountFile
               INVALID KEY
                   MOVE "No account found with that username." TO messageVar
                   PERFORM displayAndWrite
               NOT INVALID KEY
                   MOVE maintNewRole TO acctRole
                   REWRITE accountRecord
                   MOVE "ROLE_CHANGE" TO auditAction
                   MOVE inputUsername TO auditActor
                   MOVE SPACES TO auditDetail
                   STRING "role of " DELIMITED BY SIZE
                          FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                          " changed from " DELIMITED BY SIZE
                          FUNCTION TRIM(maintOldRole) DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          FUNCTION TRIM(maintNewRole) DELIMITED BY SIZE
                     INTO auditDetail
                   END-STRING
                   PERFORM writeAuditEntry
                   MOVE SPACES TO messageVar
                   STRING "Role of " DELIMITED BY SIZE
                          FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                          " changed to " DELIMITED BY SIZE
                          FUNCTION TRIM(maintNewRole) DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
           END-READ
           CLOSE accountFile
           EXIT.

       forcePasswordResetEntry.
           *> replaces the password with a temporary one the admin hands
           *> to the user, who must set their own at the next login
           MOVE "=== FORCE PASSWORD RESET ===" TO messageVar
           PERFORM displayAndWrite
           PERFORM readMaintTarget
           IF maintAccountFound = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM openAccountFileIO
           MOVE maintUsername TO acctUsername
           READ accountFile
               INVALID KEY
                   MOVE "No account found with that username." TO messageVar
                   PERFORM displayAndWrite
               NOT INVALID KEY
                   MOVE maintUsername TO hashUserField
                   PERFORM issueTemporaryPassword
                   MOVE hashedPassword TO acctPassword
                   MOVE "Y" TO acctMustChange
                   REWRITE accountRecord
                   MOVE "PASSWORD_RESET" TO auditAction
                   MOVE inputUsername TO auditActor
                   MOVE SPACES TO auditDetail
                   STRING "password reset forced for " DELIMITED BY SIZE
                          FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                     INTO auditDetail
                   END-STRING
                   PERFORM writeAuditEntry
                   MOVE SPACES TO messageVar
                   STRING "Temporary password for " DELIMITED BY SIZE
                          FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(temporaryPassword) DELIMITED BY SIZE
                          " (must be changed at next login)" DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
                   IF acctLockFlag = "L"
                       MOVE "Note: the account is still locked; unlock it so the user can sign in." TO messageVar
                       PERFORM displayAndWrite
                   END-IF
           END-READ
           CLOSE accountFile
           EXIT.

       adminDeactivateEntry.
           MOVE "=== DEACTIVATE AN ACCOUNT ===" TO messageVar
           PERFORM displayAndWrite
           PERFORM readMaintTarget
           IF maintAccountFound = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(maintUsername) = FUNCTION TRIM(inputUsername)
               MOVE "You cannot deactivate your own account from here." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO messageVar
           STRING "This removes the account, profile, and connections of " DELIMITED BY SIZE
                  FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                  " and withdraws their applications. Are you sure? (Y/N)"
                  DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO maintConfirmChoice
           END-READ
           IF maintConfirmChoice NOT = "Y" AND maintConfirmChoice NOT = "y"
               MOVE "Deactivation cancelled." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE maintUsername TO deactivateTarget
           PERFORM deactivateAccountCascade

           MOVE "ADMIN_DEACTIVATE" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "account deactivated by admin: " DELIMITED BY SIZE
                  FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                  "; records archived" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry

           MOVE SPACES TO messageVar
           STRING "Account " DELIMITED BY SIZE
                  FUNCTION TRIM(maintUsername) DELIMITED BY SIZE
                  " has been deactivated." DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           EXIT.

       validateLoginCredentials.
           MOVE "N" TO foundAccount
           MOVE "N" TO passwordChangeRequired
           MOVE "N" TO accountLockedFound
           PERFORM openAccountFileIO
           MOVE inputUsername TO acctUsername
                       IF foundAccount = "Y"
                           MOVE 0 TO acctFailedCount
                           MOVE SPACE TO acctLockFlag
                           MOVE "N" TO passwordChangeRequired
                           IF acctMustChange = "Y"
                               MOVE "Y" TO passwordChangeRequired
                           END-IF
                           *> accounts from before roles existed are
                           *> treated as students
                           IF acctRole = SPACES
               MOVE userName TO inputUsername
               READ userInputFile INTO userPassword AT END MOVE "Y" TO quitProgram END-READ
           END-IF
           IF quitProgram = "N"
            AND FUNCTION TRIM(userName) = FUNCTION TRIM(systemSenderName)
               MOVE "Y" TO accountAlreadyExists
               MOVE "That username is reserved. Please try again." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           IF quitProgram = "N"
               PERFORM validatePassword
               IF passwordValid = "Y"
                           MOVE 0            TO acctFailedCount
                           MOVE SPACE        TO acctLockFlag
                           MOVE currentUserRole TO acctRole
                           MOVE SPACE        TO acctMustChange
                           MOVE SPACES       TO acctFiller
                           WRITE accountRecord
                           MOVE "Account Created." TO messageVar
                       MOVE inputUsername TO hashUserField
                       MOVE userPassword  TO hashPassField
                       PERFORM computePasswordHash
                       *> a forced change must move off the temporary password
                       *> the administrator issued
                       IF passwordChangeRequired = "Y"
                        AND hashedPassword = acctPassword
                           MOVE "Your new password must be different from the temporary one."
                             TO messageVar
                           PERFORM displayAndWrite
                       ELSE
                           MOVE hashedPassword TO acctPassword
                           MOVE 0     TO acctFailedCount
                           MOVE SPACE TO acctLockFlag
                           MOVE SPACE TO acctMustChange
                           REWRITE accountRecord
                           MOVE "N" TO passwordChangeRequired
                           MOVE "Password changed successfully." TO messageVar
                           PERFORM displayAndWrite
                       END-IF
               END-READ
               CLOSE accountFile
           END-IF
       deactivateAccount.
           MOVE "=== DEACTIVATE MY ACCOUNT ===" TO messageVar
           PERFORM displayAndWrite
           MOVE "This removes your account, profile, connections and block list entries, and withdraws your applications." TO messageVar
           PERFORM displayAndWrite
           MOVE "Your sent messages stay visible to their recipients." TO messageVar
           PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE inputUsername TO deactivateTarget
           PERFORM deactivateAccountCascade

           MOVE "DEACTIVATE" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE "account deactivated; records archived" TO auditDetail
           PERFORM writeAuditEntry

           MOVE "Your account has been deactivated. Goodbye." TO messageVar
           PERFORM displayAndWrite
           MOVE "Y" TO exitMenu
           EXIT.

       deactivateAccountCascade.
           *> removes deactivateTarget's account, profile, pending
           *> requests, connections, applications, and block list
           *> entries in either direction, archiving each
           *> record to deactivated_archive.txt; shared by the user's own
           *> deactivation and the career-office account maintenance

           *> header so reviewers can tell one deactivation from the next
           MOVE SPACES TO archiveLine
           STRING "DEACTIVATE|" DELIMITED BY SIZE
                  FUNCTION TRIM(deactivateTarget) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
             INTO archiveLine

           *> (1) account record
           PERFORM openAccountFileIO
           MOVE deactivateTarget TO acctUsername
           READ accountFile
               INVALID KEY CONTINUE
               NOT INVALID KEY

           *> (2) profile record
           PERFORM openProfileFileIO
           MOVE deactivateTarget TO profileKeyUserName
           READ profileFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE connectionRecord TO connectionData
                       IF FUNCTION TRIM(senderUsername) = FUNCTION TRIM(deactivateTarget)
                        OR FUNCTION TRIM(recipientUsername) = FUNCTION TRIM(deactivateTarget)
                           MOVE SPACES TO archiveLine
                           STRING "PENDING|" DELIMITED BY SIZE
                                  connectionRecord DELIMITED BY SIZE
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE establishedConnectionRecord TO establishedConnectionData
                       IF FUNCTION TRIM(connectedUser1) = FUNCTION TRIM(deactivateTarget)
                        OR FUNCTION TRIM(connectedUser2) = FUNCTION TRIM(deactivateTarget)
                           MOVE SPACES TO archiveLine
                           STRING "CONNECTION|" DELIMITED BY SIZE
                                  establishedConnectionRecord DELIMITED BY SIZE
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       IF FUNCTION TRIM(appUsername) = FUNCTION TRIM(deactivateTarget)
                           MOVE SPACES TO archiveLine
                           STRING "APPLICATION|" DELIMITED BY SIZE
                                  applicationRecord DELIMITED BY SIZE
           CLOSE applicationFile
           CLOSE tempApplicationFile

           *> (6) blocks placed by or on this user, so the username
           *> carries none of them if it is registered again
           MOVE "N" TO endOfFile
           PERFORM ensureBlockFileExists
           OPEN INPUT  blockFile
           OPEN OUTPUT tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE blockRecord TO blockData
                       IF FUNCTION TRIM(blockBlocker) = FUNCTION TRIM(deactivateTarget)
                        OR FUNCTION TRIM(blockBlocked) = FUNCTION TRIM(deactivateTarget)
                           MOVE SPACES TO archiveLine
                           STRING "BLOCK|" DELIMITED BY SIZE
                                  blockRecord DELIMITED BY SIZE
                             INTO archiveLine
                           END-STRING
                           PERFORM writeArchiveLine
                       ELSE
                           WRITE tempConnectionRecord FROM blockRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile
           CLOSE tempConnectionFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT blockFile
           OPEN INPUT  tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempConnectionFile INTO tempConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE blockRecord FROM tempConnectionRecord
               END-READ
           END-PERFORM
           CLOSE blockFile
           CLOSE tempConnectionFile
           EXIT.

       existingUserLogin.
                   END-READ
               END-READ
           END-PERFORM
           IF quitProgram = "N" AND passwordChangeRequired = "Y"
               PERFORM forcedPasswordChange
           END-IF
           IF quitProgram = "N"
               PERFORM resumeOrShowMenu
           END-IF
           EXIT.

       forcedPasswordChange.
           *> a temporary password only gets the user as far as setting
           *> a password of their own; no menu until that is done
           MOVE "Your password is temporary and must be changed before you continue." TO messageVar
           PERFORM displayAndWrite
           PERFORM UNTIL passwordChangeRequired = "N" OR quitProgram = "Y"
               PERFORM changePasswordMenu
           END-PERFORM
           EXIT.

       postLoginMenu.
           MOVE SPACES TO messageVar
           STRING "Welcome, " DELIMITED BY SIZE
               PERFORM displayAndWrite
               MOVE "12. Career Events" TO messageVar
               PERFORM displayAndWrite
               MOVE "13. Blocked Users" TO messageVar
               PERFORM displayAndWrite
               MOVE "14. People You May Know" TO messageVar
               PERFORM displayAndWrite
               MOVE "15. My Agenda" TO messageVar
               PERFORM displayAndWrite
               MOVE "0. Log out" TO messageVar
               PERFORM displayAndWrite

                       WHEN "10" WHEN "Deactivate My Account" PERFORM deactivateAccount
                       WHEN "11" WHEN "Export My Resume" PERFORM exportResume
                       WHEN "12" WHEN "Career Events" PERFORM browseEventsEntry
                       WHEN "13" WHEN "Blocked Users" PERFORM blockedUsersMenu
                       WHEN "14" WHEN "People You May Know" PERFORM peopleYouMayKnow
                       WHEN "15" WHEN "My Agenda" PERFORM myAgenda
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO messageVar
                           PERFORM displayAndWrite
               PERFORM displayAndWrite
               MOVE "8. Career Events" TO messageVar
               PERFORM displayAndWrite
               MOVE "9. Blocked Users" TO messageVar
               PERFORM displayAndWrite
               MOVE "10. My Agenda" TO messageVar
               PERFORM displayAndWrite
               MOVE "0. Log out" TO messageVar
               PERFORM displayAndWrite

                       WHEN "6" WHEN "Messages" PERFORM messagesMenu
                       WHEN "7" WHEN "Deactivate My Account" PERFORM deactivateAccount
                       WHEN "8" WHEN "Career Events" PERFORM employerEventsMenu
                       WHEN "9" WHEN "Blocked Users" PERFORM blockedUsersMenu
                       WHEN "10" WHEN "My Agenda" PERFORM myAgenda
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO messageVar
                           PERFORM displayAndWrite
               PERFORM displayAndWrite
               MOVE "4. Change Password" TO messageVar
               PERFORM displayAndWrite
               MOVE "5. Back Up Data Files" TO messageVar
               PERFORM displayAndWrite
               MOVE "6. Restore From Backup" TO messageVar
               PERFORM displayAndWrite
               MOVE "7. Account Maintenance" TO messageVar
               PERFORM displayAndWrite
               MOVE "8. Block Report" TO messageVar
               PERFORM displayAndWrite
               MOVE "9. Skills Gap Report" TO messageVar
               PERFORM displayAndWrite
               MOVE "10. First-Destination Report" TO messageVar
               PERFORM displayAndWrite
               MOVE "11. Employer Hiring Funnel" TO messageVar
               PERFORM displayAndWrite
               MOVE "0. Log out" TO messageVar
               PERFORM displayAndWrite

                       WHEN "2" WHEN "Clear Data Files" PERFORM clearFiles
                       WHEN "3" WHEN "Audit Review/Retention" PERFORM auditReviewMenu
                       WHEN "4" WHEN "Change Password" PERFORM changePasswordMenu
                       WHEN "5" WHEN "Back Up Data Files" PERFORM runBackup
                       WHEN "6" WHEN "Restore From Backup" PERFORM restoreFromBackupEntry
                       WHEN "7" WHEN "Account Maintenance" PERFORM accountMaintenanceMenu
                       WHEN "8" WHEN "Block Report" PERFORM runBlockReport
                       WHEN "9" WHEN "Skills Gap Report" PERFORM runSkillsGapReport
                       WHEN "10" WHEN "First-Destination Report" PERFORM runFirstDestinationReport
                       WHEN "11" WHEN "Employer Hiring Funnel" PERFORM employerFunnelEntry
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO messageVar
                           PERFORM displayAndWrite
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE jobFoundEmployer TO noticeRecipient
           MOVE SPACES TO noticeBody
           STRING FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                  " applied to your posting " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                  " (Job " DELIMITED BY SIZE
                  jobIdWanted DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
             INTO noticeBody
           END-STRING
           PERFORM sendSystemNotice
           EXIT.

       viewMyApplications.
           PERFORM displayAndWrite

           MOVE "N" TO applicationsFound
           MOVE "N" TO offerFound
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
                       MOVE applicationRecord TO applicationData
                       IF FUNCTION TRIM(appUsername) = FUNCTION TRIM(inputUsername)
                           MOVE "Y" TO applicationsFound
                           IF FUNCTION TRIM(appStatus) = "offer"
                               MOVE "Y" TO offerFound
                           END-IF
                           MOVE appJobId TO jobIdWanted
                           PERFORM lookUpJobTitle
                           IF appStatus = SPACES
           END-PERFORM
           CLOSE applicationFile

           IF applicationsFound = "N"
               MOVE "You have not applied to any jobs yet." TO messageVar
               PERFORM displayAndWrite
           END-IF

           *> an offer can be taken up or turned down from here
           IF offerFound = "Y"
               PERFORM offerResponsePrompt
           END-IF
           IF quitProgram = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM viewMyInterviews
           EXIT.

       offerResponsePrompt.
           MOVE "Enter the Job ID of an offer to accept or decline, or 0:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO offerChoice
           END-READ

           IF offerChoice = "0" OR FUNCTION TRIM(offerChoice) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(offerChoice) IS NOT NUMERIC
               MOVE "Invalid Job ID." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(offerChoice) TO jobIdWanted

           MOVE "1. Accept Offer" TO messageVar
           PERFORM displayAndWrite
           MOVE "2. Decline Offer" TO messageVar
           PERFORM displayAndWrite
           MOVE "0. Cancel" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO offerChoice
           END-READ

           EVALUATE FUNCTION TRIM(offerChoice)
               WHEN "1" WHEN "Accept Offer"  MOVE "accepted" TO offerDecision
               WHEN "2" WHEN "Decline Offer" MOVE "declined" TO offerDecision
               WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE

           PERFORM respondToOffer
           EXIT.

       respondToOffer.
           *> The logged-in student accepts or declines the offer on
           *> jobIdWanted. Accepting records the placement and withdraws
           *> every other application still in progress; a student takes
           *> only one first destination.
           MOVE "N" TO offerOnFile
           MOVE "N" TO offerAlreadyAccepted
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT applicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       IF FUNCTION TRIM(appUsername) = FUNCTION TRIM(inputUsername)
                           IF appJobId = jobIdWanted
                            AND FUNCTION TRIM(appStatus) = "offer"
                               MOVE "Y" TO offerOnFile
                               MOVE appDate TO offerAppDate
                           END-IF
                           IF FUNCTION TRIM(appStatus) = "accepted"
                               MOVE "Y" TO offerAlreadyAccepted
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE applicationFile

           IF offerOnFile = "N"
               MOVE "No open offer found for that Job ID." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           IF offerDecision = "accepted" AND offerAlreadyAccepted = "Y"
               MOVE "You have already accepted an offer." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO offerWithdrawnCount
           MOVE "N" TO endOfFile
           OPEN INPUT  applicationFile
           OPEN OUTPUT tempApplicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ applicationFile INTO applicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE applicationRecord TO applicationData
                       IF FUNCTION TRIM(appUsername) = FUNCTION TRIM(inputUsername)
                        AND appJobId = jobIdWanted
                        AND FUNCTION TRIM(appStatus) = "offer"
                           MOVE '|'           TO sep5
                           MOVE offerDecision TO appStatus
                           WRITE tempApplicationRecord FROM applicationData
                       ELSE
                           IF offerDecision = "accepted"
                            AND FUNCTION TRIM(appUsername) = FUNCTION TRIM(inputUsername)
                            AND (appStatus = SPACES
                              OR FUNCTION TRIM(appStatus) = "submitted"
                              OR FUNCTION TRIM(appStatus) = "under review"
                              OR FUNCTION TRIM(appStatus) = "offer")
                               ADD 1 TO offerWithdrawnCount
                               IF offerWithdrawnCount <= 50
                                   MOVE appJobId TO offerWithdrawnJob(offerWithdrawnCount)
                               END-IF
                               MOVE '|'         TO sep5
                               MOVE "withdrawn" TO appStatus
                               WRITE tempApplicationRecord FROM applicationData
                           ELSE
                               WRITE tempApplicationRecord FROM applicationRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE applicationFile
           CLOSE tempApplicationFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT applicationFile
           OPEN INPUT  tempApplicationFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempApplicationFile INTO tempApplicationRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE applicationRecord FROM tempApplicationRecord
               END-READ
           END-PERFORM
           CLOSE applicationFile
           CLOSE tempApplicationFile

           IF offerWithdrawnCount > 0
               PERFORM releaseWithdrawnInterviews
           END-IF

           PERFORM lookUpJobTitle

           IF offerDecision = "accepted"
               PERFORM getTodayDate
               MOVE 0 TO plcDays
               IF offerAppDate(1:8) IS NUMERIC
                   MOVE offerAppDate(1:8) TO plcFromDateNum
                   MOVE todayDate(1:8)    TO plcToDateNum
                   IF plcToDateNum > plcFromDateNum
                       COMPUTE plcDays = FUNCTION INTEGER-OF-DATE(plcToDateNum)
                                       - FUNCTION INTEGER-OF-DATE(plcFromDateNum)
                   END-IF
               END-IF
               MOVE inputUsername    TO plcUsername
               MOVE '|'              TO plcSep1
               MOVE jobIdWanted      TO plcJobId
               MOVE '|'              TO plcSep2
               MOVE jobFoundEmployer TO plcEmployer
               MOVE '|'              TO plcSep3
               MOVE jobFoundTitle    TO plcJobTitle
               MOVE '|'              TO plcSep4
               MOVE offerAppDate     TO plcAppDate
               MOVE '|'              TO plcSep5
               MOVE todayDate        TO plcAcceptDate
               MOVE '|'              TO plcSep6
               PERFORM ensurePlacementFileExists
               OPEN EXTEND placementFile
               WRITE placementRecord FROM placementData
               CLOSE placementFile

               MOVE SPACES TO messageVar
               STRING "Congratulations! You accepted " DELIMITED BY SIZE
                      FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(jobFoundEmployer) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               IF offerWithdrawnCount > 0
                   MOVE offerWithdrawnCount TO reportCountDisplay
                   MOVE SPACES TO messageVar
                   STRING FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                          " other application(s) withdrawn." DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
               END-IF
           ELSE
               MOVE SPACES TO messageVar
               STRING "You declined the offer for " DELIMITED BY SIZE
                      FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(jobFoundEmployer) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
           END-IF

           MOVE jobFoundEmployer TO noticeRecipient
           MOVE SPACES TO noticeBody
           STRING FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(offerDecision) DELIMITED BY SIZE
                  " your offer for " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                  " (Job " DELIMITED BY SIZE
                  jobIdWanted DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
             INTO noticeBody
           END-STRING
           PERFORM sendSystemNotice

           IF offerDecision = "accepted"
               MOVE "OFFER_ACCEPT" TO auditAction
           ELSE
               MOVE "OFFER_DECLINE" TO auditAction
           END-IF
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "offer " DELIMITED BY SIZE
                  FUNCTION TRIM(offerDecision) DELIMITED BY SIZE
                  " for job " DELIMITED BY SIZE
                  jobIdWanted DELIMITED BY SIZE
                  " with " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundEmployer) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.


       viewMyInterviews.
           *> interviews proposed by employers show up under the
           *> application list; a proposed one can be confirmed or
                        AND interviewUpdated = "N"
                           MOVE "Y" TO interviewUpdated
                           MOVE ivEmployer TO ivRespondEmployer
                           MOVE ivDate     TO noticeIvDate
                           MOVE ivSlot     TO noticeIvSlot
                           MOVE ivNewStatus TO ivStatus
                           WRITE tempInterviewRecord FROM interviewData
                       ELSE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry

           PERFORM lookUpJobTitle
           MOVE ivRespondEmployer TO noticeRecipient
           MOVE SPACES TO noticeBody
           STRING FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ivNewStatus) DELIMITED BY SIZE
                  " the interview for " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  FUNCTION TRIM(noticeIvDate) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(noticeIvSlot) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO noticeBody
           END-STRING
           PERFORM sendSystemNotice

           IF ivNewStatus = "confirmed"
               MOVE inputUsername     TO agUser
               MOVE noticeIvDate(1:8) TO agCheckDate
               MOVE noticeIvSlot      TO agCheckSlot
               MOVE "I"               TO agCheckKind
               MOVE jobIdWanted       TO agCheckRefId
               PERFORM warnAgendaClash
           END-IF
           EXIT.

       captureJobRequiredSkills.
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           *> everyone who applied hears when the posting closes or fills
           IF newJobStatus = "filled" OR newJobStatus = "closed"
               PERFORM lookUpJobTitle
               MOVE "N" TO endOfFile
               PERFORM ensureApplicationFileExists
               OPEN INPUT applicationFile
               PERFORM UNTIL endOfFile = "Y"
                   READ applicationFile INTO applicationRecord
                       AT END MOVE "Y" TO endOfFile
                       NOT AT END
                           MOVE applicationRecord TO applicationData
                           IF appJobId = jobIdWanted
                               MOVE appUsername TO noticeRecipient
                               MOVE SPACES TO noticeBody
                               STRING "The posting " DELIMITED BY SIZE
                                      FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(jobFoundEmployer) DELIMITED BY SIZE
                                      " that you applied to is now " DELIMITED BY SIZE
                                      FUNCTION TRIM(newJobStatus) DELIMITED BY SIZE
                                      "." DELIMITED BY SIZE
                                 INTO noticeBody
                               END-STRING
                               PERFORM sendSystemNotice
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE applicationFile
           END-IF
           EXIT.

       reviewApplicants.
                       IF appJobId = jobIdWanted
                        AND FUNCTION TRIM(appUsername) = FUNCTION TRIM(applicantChoice)
                           MOVE "Y" TO alreadyApplied
                           MOVE "N" TO appClosed
                           IF FUNCTION TRIM(appStatus) = "accepted"
                            OR FUNCTION TRIM(appStatus) = "declined"
                            OR FUNCTION TRIM(appStatus) = "withdrawn"
                               MOVE "Y" TO appClosed
                           END-IF
                           MOVE "Y" TO endOfFile
                       END-IF
               END-READ
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           IF appClosed = "Y"
               MOVE "This application is closed." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter interview date (YYYYMMDD):" TO messageVar
           PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           *> same-slot interviews are refused above; anything else on
           *> that day (an event, say) is only a warning
           MOVE ivDateChoice(1:8) TO agCheckDate
           MOVE ivSlotChoice      TO agCheckSlot
           MOVE "I"               TO agCheckKind
           MOVE jobIdWanted       TO agCheckRefId
           MOVE inputUsername     TO agUser
           PERFORM warnAgendaClash
           MOVE applicantChoice   TO agUser
           PERFORM warnAgendaClash

           MOVE jobIdWanted      TO ivJobId
           MOVE '|'              TO ivSep1
           MOVE applicantChoice  TO ivApplicant
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry

           PERFORM lookUpJobTitle
           MOVE applicantChoice TO noticeRecipient
           MOVE SPACES TO noticeBody
           STRING "Interview proposed for " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  FUNCTION TRIM(ivDateChoice) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(ivSlotChoice) DELIMITED BY SIZE
                  " - status: proposed. Confirm or decline it from View My Applications."
                  DELIMITED BY SIZE
             INTO noticeBody
           END-STRING
           PERFORM sendSystemNotice
           EXIT.

       lookUpApplicantProfile.
           *> status of applicantChoice's application to jobIdWanted (same
           *> temp-and-copy-back pattern as setJobPostingStatus).
           MOVE "N" TO alreadyApplied
           MOVE "N" TO appClosed
           MOVE "N" TO endOfFile
           PERFORM ensureApplicationFileExists
           OPEN INPUT  applicationFile
                       IF appJobId = jobIdWanted
                        AND FUNCTION TRIM(appUsername) = FUNCTION TRIM(applicantChoice)
                           MOVE "Y" TO alreadyApplied
                           *> once the student has answered the offer or
                           *> withdrawn, the outcome is theirs to keep
                           IF FUNCTION TRIM(appStatus) = "accepted"
                            OR FUNCTION TRIM(appStatus) = "declined"
                            OR FUNCTION TRIM(appStatus) = "withdrawn"
                               MOVE "Y" TO appClosed
                           ELSE
                               MOVE '|'          TO sep5
                               MOVE newAppStatus TO appStatus
                           END-IF
                           WRITE tempApplicationRecord FROM applicationData
                       ELSE
                           WRITE tempApplicationRecord FROM applicationRecord
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           IF appClosed = "Y"
               MOVE "That application is closed." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO endOfFile
           OPEN OUTPUT applicationFile
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           PERFORM lookUpJobTitle
           MOVE applicantChoice TO noticeRecipient
           MOVE SPACES TO noticeBody
           STRING "Your application for " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(jobFoundEmployer) DELIMITED BY SIZE
                  " is now " DELIMITED BY SIZE
                  FUNCTION TRIM(newAppStatus) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO noticeBody
           END-STRING
           PERFORM sendSystemNotice
           EXIT.

       recommendedJobs.

       findProfile.
           MOVE "N" TO profileFound
           *> people who have blocked the searcher never show up
           PERFORM loadBlockersOfSearcher
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
                   NOT AT END
                       IF (FUNCTION TRIM(profileRecord(31:30)) = FUNCTION TRIM(queryFirstName))
                        AND (FUNCTION TRIM(profileRecord(61:30)) = FUNCTION TRIM(queryLastName))
                           MOVE profileRecord(1:30) TO blockCandidate
                           PERFORM checkHiddenByBlock
                           IF hiddenByBlock = "N"
                               MOVE profileRecord(1:30) TO targetUsername
                               MOVE "Y" TO profileFound
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-READ

           MOVE 0 TO matchCount
           *> people who have blocked the searcher never show up
           PERFORM loadBlockersOfSearcher
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
                       IF tempYearX IS NUMERIC
                           COMPUTE tempYear = FUNCTION NUMVAL(tempYearX)
                       END-IF
                       MOVE profileRecord(1:30) TO blockCandidate
                       PERFORM checkHiddenByBlock
                       IF (queryUniversity = SPACES OR
                           FUNCTION TRIM(profileRecord(91:50)) = FUNCTION TRIM(queryUniversity))
                        AND (queryMajor = SPACES OR
                           FUNCTION TRIM(profileRecord(141:30)) = FUNCTION TRIM(queryMajor))
                        AND (queryGradYearFrom = 0 OR tempYear >= queryGradYearFrom)
                        AND (queryGradYearTo = 0 OR tempYear <= queryGradYearTo)
                        AND hiddenByBlock = "N"
                        AND matchCount < 20
                           ADD 1 TO matchCount
                           MOVE profileRecord(1:30) TO matchUsername(matchCount)
               EXIT PARAGRAPH
           END-IF

           *> a block either way stops the request; someone who has
           *> been blocked only gets a neutral refusal
           MOVE targetUsername   TO blockCheckBlocker
           MOVE originalUsername TO blockCheckBlocked
           PERFORM checkBlockPair
           IF blockFound = "Y"
               MOVE "This connection request could not be sent." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           MOVE originalUsername TO blockCheckBlocker
           MOVE targetUsername   TO blockCheckBlocked
           PERFORM checkBlockPair
           IF blockFound = "Y"
               MOVE "You have blocked this user. Unblock them first to send a request." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO requestAlreadyExists
           MOVE "N" TO endOfFile

           PERFORM writeAuditEntry
           EXIT.

       peopleYouMayKnow.
           *> Suggest people to connect with: ranked on mutual
           *> connections first, then same university, major and
           *> graduation year. Anyone already connected, with a request
           *> pending either way, or on either side of a block is left
           *> out. A pick goes through sendConnectionRequest as usual.
           MOVE "=== PEOPLE YOU MAY KNOW ===" TO messageVar
           PERFORM displayAndWrite

           MOVE 0 TO sugCount
           MOVE SPACES TO sugMyUniversity sugMyMajor sugMyYear
           PERFORM openProfileFileIO
           MOVE inputUsername TO profileKeyUserName
           READ profileFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE profileFileRecord TO profileRecord
                   MOVE profileRecord(91:50)  TO sugMyUniversity
                   MOVE profileRecord(141:30) TO sugMyMajor
                   MOVE profileRecord(171:4)  TO sugMyYear
           END-READ
           CLOSE profileFile
           IF sugMyYear IS NOT NUMERIC OR sugMyYear = "0000"
               MOVE SPACES TO sugMyYear
           END-IF

           *> my own connections (each connection is held both ways,
           *> so the user1 side is enough)
           MOVE 0 TO myConnCount
           MOVE "N" TO endOfFile
           PERFORM ensureEstablishedConnectionFileExists
           OPEN INPUT establishedConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ establishedConnectionFile INTO establishedConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE establishedConnectionRecord TO establishedConnectionData
                       IF FUNCTION TRIM(connectedUser1) = FUNCTION TRIM(inputUsername)
                        AND myConnCount < 200
                           ADD 1 TO myConnCount
                           MOVE connectedUser2 TO myConnName(myConnCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile

           *> a connection of one of my connections is a mutual
           MOVE "N" TO endOfFile
           OPEN INPUT establishedConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ establishedConnectionFile INTO establishedConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE establishedConnectionRecord TO establishedConnectionData
                       MOVE connectedUser1 TO sugOther
                       PERFORM checkMyConnection
                       IF myConnFound = "Y"
                        AND FUNCTION TRIM(connectedUser2) NOT = FUNCTION TRIM(inputUsername)
                           MOVE connectedUser2 TO sugName
                           MOVE "Y" TO sugAddNew
                           PERFORM findSuggestionEntry
                           IF sugFound > 0
                               ADD 1 TO sugMutual(sugFound)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile

           *> shared university, major and graduation year
           MOVE "N" TO endOfFile
           PERFORM ensureProfileFileExists
           OPEN INPUT profileFile
           PERFORM UNTIL endOfFile = "Y" OR profileFileStatus NOT = "00"
               READ profileFile NEXT RECORD INTO profileRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       IF FUNCTION TRIM(profileRecord(1:30)) NOT = FUNCTION TRIM(inputUsername)
                           MOVE "N" TO sugUnivHit sugMajorHit sugYearHit
                           IF sugMyUniversity NOT = SPACES
                            AND FUNCTION TRIM(profileRecord(91:50)) = FUNCTION TRIM(sugMyUniversity)
                               MOVE "Y" TO sugUnivHit
                           END-IF
                           IF sugMyMajor NOT = SPACES
                            AND FUNCTION TRIM(profileRecord(141:30)) = FUNCTION TRIM(sugMyMajor)
                               MOVE "Y" TO sugMajorHit
                           END-IF
                           IF sugMyYear NOT = SPACES
                            AND profileRecord(171:4) = sugMyYear
                               MOVE "Y" TO sugYearHit
                           END-IF
                           MOVE profileRecord(1:30) TO sugName
                           IF sugUnivHit = "Y" OR sugMajorHit = "Y" OR sugYearHit = "Y"
                               MOVE "Y" TO sugAddNew
                           ELSE
                               MOVE "N" TO sugAddNew
                           END-IF
                           PERFORM findSuggestionEntry
                           IF sugFound > 0
                               MOVE sugUnivHit  TO sugSameUniv(sugFound)
                               MOVE sugMajorHit TO sugSameMajor(sugFound)
                               MOVE sugYearHit  TO sugSameYear(sugFound)
                               MOVE SPACES TO sugFullName(sugFound)
                               STRING FUNCTION TRIM(profileRecord(31:30)) DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(profileRecord(61:30)) DELIMITED BY SIZE
                                 INTO sugFullName(sugFound)
                               END-STRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE profileFile

           *> leave out existing connections, pending requests either
           *> way and blocks either way
           PERFORM VARYING sugIndex FROM 1 BY 1 UNTIL sugIndex > sugCount
               MOVE sugUser(sugIndex) TO sugOther
               PERFORM checkMyConnection
               IF myConnFound = "Y"
                   MOVE "Y" TO sugExcluded(sugIndex)
               END-IF
           END-PERFORM

           MOVE "N" TO sugAddNew
           MOVE "N" TO endOfFile
           PERFORM ensureConnectionFileExists
           OPEN INPUT connectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ connectionFile INTO connectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE connectionRecord TO connectionData
                       MOVE SPACES TO sugName
                       IF FUNCTION TRIM(senderUsername) = FUNCTION TRIM(inputUsername)
                           MOVE recipientUsername TO sugName
                       END-IF
                       IF FUNCTION TRIM(recipientUsername) = FUNCTION TRIM(inputUsername)
                           MOVE senderUsername TO sugName
                       END-IF
                       IF sugName NOT = SPACES
                           PERFORM findSuggestionEntry
                           IF sugFound > 0
                               MOVE "Y" TO sugExcluded(sugFound)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE connectionFile

           MOVE "N" TO endOfFile
           PERFORM ensureBlockFileExists
           OPEN INPUT blockFile
           PERFORM UNTIL endOfFile = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE blockRecord TO blockData
                       MOVE SPACES TO sugName
                       IF FUNCTION TRIM(blockBlocker) = FUNCTION TRIM(inputUsername)
                           MOVE blockBlocked TO sugName
                       END-IF
                       IF FUNCTION TRIM(blockBlocked) = FUNCTION TRIM(inputUsername)
                           MOVE blockBlocker TO sugName
                       END-IF
                       IF sugName NOT = SPACES
                           PERFORM findSuggestionEntry
                           IF sugFound > 0
                               MOVE "Y" TO sugExcluded(sugFound)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile

           *> score: mutuals dominate, then university, major, year
           PERFORM VARYING sugIndex FROM 1 BY 1 UNTIL sugIndex > sugCount
               COMPUTE sugScore(sugIndex) = sugMutual(sugIndex) * 1000
               IF sugSameUniv(sugIndex) = "Y"
                   ADD 100 TO sugScore(sugIndex)
               END-IF
               IF sugSameMajor(sugIndex) = "Y"
                   ADD 10 TO sugScore(sugIndex)
               END-IF
               IF sugSameYear(sugIndex) = "Y"
                   ADD 1 TO sugScore(sugIndex)
               END-IF
               IF sugExcluded(sugIndex) = "Y"
                   MOVE 0 TO sugScore(sugIndex)
               END-IF
           END-PERFORM

           MOVE "N" TO sugSorted
           PERFORM UNTIL sugSorted = "Y"
               MOVE "Y" TO sugSorted
               PERFORM VARYING sugIndex FROM 1 BY 1 UNTIL sugIndex >= sugCount
                   IF sugScore(sugIndex) < sugScore(sugIndex + 1)
                       MOVE sugEntry(sugIndex)     TO sugSwap
                       MOVE sugEntry(sugIndex + 1) TO sugEntry(sugIndex)
                       MOVE sugSwap                TO sugEntry(sugIndex + 1)
                       MOVE "N" TO sugSorted
                   END-IF
               END-PERFORM
           END-PERFORM

           *> excluded entries scored 0 and sank to the bottom
           MOVE 0 TO sugShown
           PERFORM VARYING sugIndex FROM 1 BY 1
                   UNTIL sugIndex > sugCount OR sugShown >= sugMaxShown
               IF sugScore(sugIndex) > 0
                   ADD 1 TO sugShown
                   PERFORM buildSuggestionReason
                   MOVE sugShown TO entryNumDisplay
                   MOVE SPACES TO messageVar
                   IF sugFullName(sugIndex) = SPACES
                       STRING FUNCTION TRIM(entryNumDisplay) DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              FUNCTION TRIM(sugUser(sugIndex)) DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              FUNCTION TRIM(sugReason) DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(entryNumDisplay) DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              FUNCTION TRIM(sugFullName(sugIndex)) DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(sugUser(sugIndex)) DELIMITED BY SIZE
                              ") - " DELIMITED BY SIZE
                              FUNCTION TRIM(sugReason) DELIMITED BY SIZE
                         INTO messageVar
                       END-STRING
                   END-IF
                   PERFORM displayAndWrite
               END-IF
           END-PERFORM

           IF sugShown = 0
               MOVE "No suggestions right now. Complete your profile or make a few connections to get some." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a number to send that person a connection request, or 0 to go back:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO sugChoice
           END-READ

           MOVE 0 TO sugIndex
           IF FUNCTION TRIM(sugChoice) IS NUMERIC
               COMPUTE sugIndex = FUNCTION NUMVAL(sugChoice)
           END-IF
           IF sugIndex < 1 OR sugIndex > sugShown
               EXIT PARAGRAPH
           END-IF

           *> the shown list is the top of the sorted table, in order
           MOVE inputUsername     TO originalUsername
           MOVE sugUser(sugIndex) TO targetUsername
           PERFORM sendConnectionRequest
           EXIT.

       checkMyConnection.
           *> is sugOther one of the logged-in user's connections?
           MOVE "N" TO myConnFound
           PERFORM VARYING myConnIndex FROM 1 BY 1
                   UNTIL myConnIndex > myConnCount OR myConnFound = "Y"
               IF FUNCTION TRIM(myConnName(myConnIndex)) = FUNCTION TRIM(sugOther)
                   MOVE "Y" TO myConnFound
               END-IF
           END-PERFORM
           EXIT.

       findSuggestionEntry.
           *> index of sugName in sugTable in sugFound; when sugAddNew
           *> is "Y" a missing name is added (0 once the table is full)
           MOVE 0 TO sugFound
           PERFORM VARYING sugSearchIndex FROM 1 BY 1
                   UNTIL sugSearchIndex > sugCount OR sugFound > 0
               IF FUNCTION TRIM(sugUser(sugSearchIndex)) = FUNCTION TRIM(sugName)
                   MOVE sugSearchIndex TO sugFound
               END-IF
           END-PERFORM
           IF sugFound = 0 AND sugAddNew = "Y" AND sugCount < 300
               ADD 1 TO sugCount
               MOVE sugName TO sugUser(sugCount)
               MOVE SPACES  TO sugFullName(sugCount)
               MOVE 0       TO sugMutual(sugCount)
               MOVE "N"     TO sugSameUniv(sugCount) sugSameMajor(sugCount)
                               sugSameYear(sugCount) sugExcluded(sugCount)
               MOVE 0       TO sugScore(sugCount)
               MOVE sugCount TO sugFound
           END-IF
           EXIT.

       buildSuggestionReason.
           *> e.g. "4 mutual connections, same major"
           MOVE SPACES TO sugReason
           IF sugMutual(sugIndex) = 1
               MOVE "1 mutual connection" TO sugReason
           END-IF
           IF sugMutual(sugIndex) > 1
               MOVE sugMutual(sugIndex) TO sugMutualDisplay
               STRING FUNCTION TRIM(sugMutualDisplay) DELIMITED BY SIZE
                      " mutual connections" DELIMITED BY SIZE
                 INTO sugReason
               END-STRING
           END-IF
           IF sugSameUniv(sugIndex) = "Y"
               MOVE "same university" TO sugReasonPart
               PERFORM appendSuggestionReason
           END-IF
           IF sugSameMajor(sugIndex) = "Y"
               MOVE "same major" TO sugReasonPart
               PERFORM appendSuggestionReason
           END-IF
           IF sugSameYear(sugIndex) = "Y"
               MOVE "same graduation year" TO sugReasonPart
               PERFORM appendSuggestionReason
           END-IF
           EXIT.

       appendSuggestionReason.
           IF sugReason = SPACES
               MOVE sugReasonPart TO sugReason
           ELSE
               MOVE SPACES TO sugReasonWork
               STRING FUNCTION TRIM(sugReason) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(sugReasonPart) DELIMITED BY SIZE
                 INTO sugReasonWork
               END-STRING
               MOVE sugReasonWork TO sugReason
           END-IF
           EXIT.

       viewMyNetwork.
           MOVE "=== MY NETWORK ===" TO messageVar
           PERFORM displayAndWrite
           MOVE "ENDORSE" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "endorsed " DELIMITED BY SIZE
                  FUNCTION TRIM(endorseTargetUser) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       writeRecommendationEntry.
           MOVE "Enter your recommendation:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO recoBodyChoice
           END-READ

           IF FUNCTION TRIM(recoBodyChoice) = SPACES
               MOVE "Recommendation cannot be blank." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE inputUsername     TO recoAuthor
           MOVE '|'               TO recoSep1
           MOVE endorseTargetUser TO recoOwner
           MOVE '|'               TO recoSep2
           MOVE "N"               TO recoHidden
           MOVE '|'               TO recoSep3
           MOVE recoBodyChoice    TO recoText

           PERFORM ensureRecommendationFileExists
           OPEN EXTEND recommendationFile
           WRITE recommendationRecord FROM recommendationData
           CLOSE recommendationFile

           MOVE SPACES TO messageVar
           STRING "Recommendation for " DELIMITED BY SIZE
                  FUNCTION TRIM(endorseTargetUser) DELIMITED BY SIZE
                  " saved." DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "RECOMMEND" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "recommended " DELIMITED BY SIZE
                  FUNCTION TRIM(endorseTargetUser) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       displayConnectionInfo.
           *> Keyed fetch of the connected user's profile; PERFORMed from
           *> inside the viewMyNetwork listing loop, so no shared flags.
           PERFORM openProfileFileIO
           MOVE targetUsername TO profileKeyUserName
           READ profileFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE profileFileRecord TO profileRecord
                   MOVE SPACES TO messageVar
                   STRING "Connected with: " DELIMITED BY SIZE
                          FUNCTION TRIM(profileRecord(31:30)) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(profileRecord(61:30)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(profileRecord(91:50)) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(profileRecord(141:30)) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                      INTO messageVar
                   END-STRING
                   PERFORM displayAndWrite
           END-READ
           CLOSE profileFile
           EXIT.

       ensureBlockFileExists.
           OPEN EXTEND blockFile
           IF blockFileStatus = "35"
               OPEN OUTPUT blockFile
           END-IF
           CLOSE blockFile
           EXIT.

       checkBlockPair.
           *> has blockCheckBlocker blocked blockCheckBlocked? Answer in
           *> blockFound. Uses its own end-of-scan switch so it can be
           *> PERFORMed from inside a loop driven by endOfFile.
           MOVE "N" TO blockFound
           MOVE "N" TO blockScanDone
           PERFORM ensureBlockFileExists
           OPEN INPUT blockFile
           PERFORM UNTIL blockScanDone = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO blockScanDone
                   NOT AT END
                       MOVE blockRecord TO blockData
                       IF FUNCTION TRIM(blockBlocker) = FUNCTION TRIM(blockCheckBlocker)
                        AND FUNCTION TRIM(blockBlocked) = FUNCTION TRIM(blockCheckBlocked)
                           MOVE "Y" TO blockFound
                           MOVE "Y" TO blockScanDone
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile
           EXIT.

       loadBlockersOfSearcher.
           *> everyone who has blocked the logged-in user (the person
           *> running a profile search) into blockerTable
           MOVE 0 TO blockerCount
           MOVE "N" TO blockScanDone
           PERFORM ensureBlockFileExists
           OPEN INPUT blockFile
           PERFORM UNTIL blockScanDone = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO blockScanDone
                   NOT AT END
                       MOVE blockRecord TO blockData
                       IF FUNCTION TRIM(blockBlocked) = FUNCTION TRIM(inputUsername)
                        AND blockerCount < 200
                           ADD 1 TO blockerCount
                           MOVE blockBlocker TO blockerName(blockerCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile
           EXIT.

       checkHiddenByBlock.
           *> is blockCandidate one of the people loaded by
           *> loadBlockersOfSearcher? Answer in hiddenByBlock.
           MOVE "N" TO hiddenByBlock
           PERFORM VARYING blockerIndex FROM 1 BY 1
                   UNTIL blockerIndex > blockerCount OR hiddenByBlock = "Y"
               IF FUNCTION TRIM(blockerName(blockerIndex)) = FUNCTION TRIM(blockCandidate)
                   MOVE "Y" TO hiddenByBlock
               END-IF
           END-PERFORM
           EXIT.

       blockedUsersMenu.
           MOVE "N" TO exitBlockMenu
           PERFORM UNTIL exitBlockMenu = "Y" OR quitProgram = "Y"
               MOVE "=== BLOCKED USERS ===" TO messageVar
               PERFORM displayAndWrite
               MOVE "1. Block a User" TO messageVar
               PERFORM displayAndWrite
               MOVE "2. Unblock a User" TO messageVar
               PERFORM displayAndWrite
               MOVE "3. View My Block List" TO messageVar
               PERFORM displayAndWrite
               MOVE "0. Go Back" TO messageVar
               PERFORM displayAndWrite

               READ userInputFile INTO userInputRecord
                   AT END MOVE "Y" TO quitProgram
                   NOT AT END MOVE userInputRecord TO blockMenuChoice
               END-READ

               IF quitProgram = "N"
                   EVALUATE FUNCTION TRIM(blockMenuChoice)
                       WHEN "0" WHEN "Go Back" MOVE "Y" TO exitBlockMenu
                       WHEN "1" WHEN "Block a User" PERFORM blockUserEntry
                       WHEN "2" WHEN "Unblock a User" PERFORM unblockUserEntry
                       WHEN "3" WHEN "View My Block List" PERFORM listMyBlocks
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO messageVar
                           PERFORM displayAndWrite
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

       blockUserEntry.
           MOVE "Enter the username to block, or 0 to go back:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO blockUserChoice
           END-READ
           IF blockUserChoice = "0" OR FUNCTION TRIM(blockUserChoice) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(blockUserChoice) TO blockTargetUser

           IF FUNCTION TRIM(blockTargetUser) = FUNCTION TRIM(inputUsername)
               MOVE "You cannot block yourself." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM openAccountFileIO
           MOVE blockTargetUser TO acctUsername
           READ accountFile
               INVALID KEY
                   MOVE "No account found with that username." TO messageVar
                   PERFORM displayAndWrite
                   CLOSE accountFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE accountFile

           MOVE inputUsername   TO blockCheckBlocker
           MOVE blockTargetUser TO blockCheckBlocked
           PERFORM checkBlockPair
           IF blockFound = "Y"
               MOVE SPACES TO messageVar
               STRING FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
                      " is already on your block list." DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM ensureBlockFileExists
           OPEN EXTEND blockFile
           MOVE inputUsername   TO blockBlocker
           MOVE '|'             TO blockSep
           MOVE blockTargetUser TO blockBlocked
           WRITE blockRecord FROM blockData
           CLOSE blockFile

           *> a block also ends whatever is already between the two
           MOVE inputUsername   TO blockPairUser1
           MOVE blockTargetUser TO blockPairUser2
           PERFORM removeConnectionsBetween

           MOVE "BLOCK" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "blocked " DELIMITED BY SIZE
                  FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry

           MOVE SPACES TO messageVar
           STRING FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
                  " has been blocked. Any request or connection between you has been removed."
                  DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           EXIT.

       removeConnectionsBetween.
           *> drops pending requests and established connections in
           *> either direction between blockPairUser1 and blockPairUser2
           MOVE "N" TO endOfFile
           PERFORM ensureConnectionFileExists
           OPEN INPUT  connectionFile
           OPEN OUTPUT tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ connectionFile INTO connectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE connectionRecord TO connectionData
                       IF NOT ((FUNCTION TRIM(senderUsername)    = FUNCTION TRIM(blockPairUser1)
                           AND FUNCTION TRIM(recipientUsername) = FUNCTION TRIM(blockPairUser2))
                            OR (FUNCTION TRIM(senderUsername)    = FUNCTION TRIM(blockPairUser2)
                           AND FUNCTION TRIM(recipientUsername) = FUNCTION TRIM(blockPairUser1)))
                           WRITE tempConnectionRecord FROM connectionRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE connectionFile
           CLOSE tempConnectionFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT connectionFile
           OPEN INPUT  tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempConnectionFile INTO tempConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE connectionRecord FROM tempConnectionRecord
               END-READ
           END-PERFORM
           CLOSE connectionFile
           CLOSE tempConnectionFile

           MOVE "N" TO endOfFile
           PERFORM ensureEstablishedConnectionFileExists
           OPEN INPUT  establishedConnectionFile
           OPEN OUTPUT tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ establishedConnectionFile INTO establishedConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE establishedConnectionRecord TO establishedConnectionData
                       IF NOT ((FUNCTION TRIM(connectedUser1) = FUNCTION TRIM(blockPairUser1)
                           AND FUNCTION TRIM(connectedUser2) = FUNCTION TRIM(blockPairUser2))
                            OR (FUNCTION TRIM(connectedUser1) = FUNCTION TRIM(blockPairUser2)
                           AND FUNCTION TRIM(connectedUser2) = FUNCTION TRIM(blockPairUser1)))
                           WRITE tempConnectionRecord
                               FROM establishedConnectionRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile
           CLOSE tempConnectionFile

           MOVE "N" TO endOfFile
           OPEN OUTPUT establishedConnectionFile
           OPEN INPUT  tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempConnectionFile INTO tempConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       WRITE establishedConnectionRecord
                           FROM tempConnectionRecord
               END-READ
           END-PERFORM
           CLOSE establishedConnectionFile
           CLOSE tempConnectionFile
           EXIT.

       unblockUserEntry.
           MOVE "Enter the username to unblock, or 0 to go back:" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO blockUserChoice
           END-READ
           IF blockUserChoice = "0" OR FUNCTION TRIM(blockUserChoice) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(blockUserChoice) TO blockTargetUser

           MOVE "N" TO blockFound
           MOVE "N" TO endOfFile
           PERFORM ensureBlockFileExists
           OPEN INPUT  blockFile
           OPEN OUTPUT tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE blockRecord TO blockData
                       IF FUNCTION TRIM(blockBlocker) = FUNCTION TRIM(inputUsername)
                        AND FUNCTION TRIM(blockBlocked) = FUNCTION TRIM(blockTargetUser)
                           MOVE "Y" TO blockFound
                       ELSE
                           WRITE tempConnectionRecord FROM blockRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile
           CLOSE tempConnectionFile

           IF blockFound = "N"
               MOVE SPACES TO messageVar
               STRING FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
                      " is not on your block list." DELIMITED BY SIZE
                 INTO messageVar
               END-STRING
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO endOfFile
           OPEN OUTPUT blockFile
           OPEN INPUT  tempConnectionFile
           PERFORM UNTIL endOfFile = "Y"
               READ tempConnectionFile INTO tempConnectionRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END WRITE blockRecord FROM tempConnectionRecord
               END-READ
           END-PERFORM
           CLOSE blockFile
           CLOSE tempConnectionFile

           MOVE "UNBLOCK" TO auditAction
           MOVE inputUsername TO auditActor
           MOVE SPACES TO auditDetail
           STRING "unblocked " DELIMITED BY SIZE
                  FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry

           MOVE SPACES TO messageVar
           STRING FUNCTION TRIM(blockTargetUser) DELIMITED BY SIZE
                  " has been unblocked." DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           EXIT.

       listMyBlocks.
           MOVE "--- My Block List ---" TO messageVar
           PERFORM displayAndWrite
           MOVE "N" TO blocksListed
           MOVE "N" TO endOfFile
           PERFORM ensureBlockFileExists
           OPEN INPUT blockFile
           PERFORM UNTIL endOfFile = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE blockRecord TO blockData
                       IF FUNCTION TRIM(blockBlocker) = FUNCTION TRIM(inputUsername)
                           MOVE SPACES TO messageVar
                           STRING "  " DELIMITED BY SIZE
                                  FUNCTION TRIM(blockBlocked) DELIMITED BY SIZE
                             INTO messageVar
                           END-STRING
                           PERFORM displayAndWrite
                           MOVE "Y" TO blocksListed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile
           IF blocksListed = "N"
               MOVE "You have not blocked anyone." TO messageVar
               PERFORM displayAndWrite
           END-IF
           EXIT.

       runBlockReport.
           *> Career-office report: for each user on either side of a
           *> block, how many people have blocked them and how many they
           *> have blocked, most-blocked first so harassment patterns
           *> stand out. Shared by the admin menu and BLOCK-REPORT.
           MOVE "=== BLOCK REPORT ===" TO messageVar
           PERFORM displayAndWrite

           MOVE 0 TO blockTallyCount
           MOVE 0 TO blockPairCount
           MOVE "N" TO endOfFile
           PERFORM ensureBlockFileExists
           OPEN INPUT blockFile
           PERFORM UNTIL endOfFile = "Y"
               READ blockFile INTO blockRecord
                   AT END MOVE "Y" TO endOfFile
                   NOT AT END
                       MOVE blockRecord TO blockData
                       ADD 1 TO blockPairCount
                       MOVE blockBlocked TO blockTallyName
                       PERFORM findBlockTallyEntry
                       IF blockTallyFound > 0
                           ADD 1 TO blockTallyBlockedBy(blockTallyFound)
                       END-IF
                       MOVE blockBlocker TO blockTallyName
                       PERFORM findBlockTallyEntry
                       IF blockTallyFound > 0
                           ADD 1 TO blockTallyMade(blockTallyFound)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE blockFile

           *> most-blocked first: bubble the higher counts to the top
           MOVE "N" TO blockTallySorted
           PERFORM UNTIL blockTallySorted = "Y"
               MOVE "Y" TO blockTallySorted
               PERFORM VARYING blockTallyIndex FROM 1 BY 1
                       UNTIL blockTallyIndex >= blockTallyCount
                   IF blockTallyBlockedBy(blockTallyIndex) <
                      blockTallyBlockedBy(blockTallyIndex + 1)
                       MOVE blockTallyEntry(blockTallyIndex) TO blockTallySwap
                       MOVE blockTallyEntry(blockTallyIndex + 1)
                         TO blockTallyEntry(blockTallyIndex)
                       MOVE blockTallySwap TO blockTallyEntry(blockTallyIndex + 1)
                       MOVE "N" TO blockTallySorted
                   END-IF
               END-PERFORM
           END-PERFORM

           IF blockTallyCount = 0
               MOVE "No blocks are in place." TO messageVar
               PERFORM displayAndWrite
           ELSE
               MOVE "User | blocked by | has blocked" TO messageVar
               PERFORM displayAndWrite
           END-IF
           PERFORM VARYING blockTallyIndex FROM 1 BY 1
                   UNTIL blockTallyIndex > blockTallyCount
               MOVE blockTallyBlockedBy(blockTallyIndex) TO blockByDisplay
               MOVE blockTallyMade(blockTallyIndex)      TO blockMadeDisplay
               MOVE SPACES TO messageVar
               IF blockTallyBlockedBy(blockTallyIndex) >= blockAlertThreshold
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(blockTallyUser(blockTallyIndex))
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(blockByDisplay) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(blockMadeDisplay) DELIMITED BY SIZE
                          "  ** blocked by several users - review **"
                          DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(blockTallyUser(blockTallyIndex))
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(blockByDisplay) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(blockMadeDisplay) DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
               END-IF
               PERFORM displayAndWrite
           END-PERFORM

           MOVE blockPairCount TO reportCountDisplay
           MOVE SPACES TO messageVar
           STRING "Blocks in place: " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite

           MOVE "BLOCK_REPORT" TO auditAction
           IF batchModeActive = "Y" OR FUNCTION TRIM(inputUsername) = SPACES
               MOVE "SYSTEM" TO auditActor
           ELSE
               MOVE inputUsername TO auditActor
           END-IF
           MOVE SPACES TO auditDetail
           STRING "block report run, " DELIMITED BY SIZE
                  FUNCTION TRIM(reportCountDisplay) DELIMITED BY SIZE
                  " blocks in place" DELIMITED BY SIZE
             INTO auditDetail
           END-STRING
           PERFORM writeAuditEntry
           EXIT.

       findBlockTallyEntry.
           *> index of blockTallyName in blockTallyTable, added with zero
           *> counts if new; 0 once the table is full
           MOVE 0 TO blockTallyFound
           PERFORM VARYING blockTallyIndex FROM 1 BY 1
                   UNTIL blockTallyIndex > blockTallyCount OR blockTallyFound > 0
               IF FUNCTION TRIM(blockTallyUser(blockTallyIndex)) =
                  FUNCTION TRIM(blockTallyName)
                   MOVE blockTallyIndex TO blockTallyFound
               END-IF
           END-PERFORM
           IF blockTallyFound = 0 AND blockTallyCount < 200
               ADD 1 TO blockTallyCount
               MOVE blockTallyName TO blockTallyUser(blockTallyCount)
               MOVE 0 TO blockTallyBlockedBy(blockTallyCount)
               MOVE 0 TO blockTallyMade(blockTallyCount)
               MOVE blockTallyCount TO blockTallyFound
           END-IF
           EXIT.

       messagesMenu.
               EXIT PARAGRAPH
           END-IF

           *> checked ahead of the network rule so a blocked sender
           *> gets the same neutral refusal whatever else is true
           MOVE msgRecipientChoice TO blockCheckBlocker
           MOVE inputUsername      TO blockCheckBlocked
           PERFORM checkBlockPair
           IF blockFound = "Y"
               MOVE "Your message could not be sent." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF
           MOVE inputUsername      TO blockCheckBlocker
           MOVE msgRecipientChoice TO blockCheckBlocked
           PERFORM checkBlockPair
           IF blockFound = "Y"
               MOVE "You have blocked this user. Unblock them first to message them." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           *> Messaging is gated to established connections only
           MOVE "N" TO msgConnectionFound
           MOVE "N" TO endOfFile
                       MOVE messageRecord TO messageData
                       IF FUNCTION TRIM(msgRecipient) = FUNCTION TRIM(inputUsername)
                           MOVE SPACES TO messageVar
                           IF msgSender = systemSenderName
                               STRING "[" DELIMITED BY SIZE
                                      FUNCTION TRIM(msgTimestamp) DELIMITED BY SIZE
                                      "] InCollege notice: " DELIMITED BY SIZE
                                      FUNCTION TRIM(msgBody) DELIMITED BY SIZE
                                 INTO messageVar
                               END-STRING
                           ELSE
                               STRING "[" DELIMITED BY SIZE
                                      FUNCTION TRIM(msgTimestamp) DELIMITED BY SIZE
                                      "] " DELIMITED BY SIZE
                                      FUNCTION TRIM(msgSender) DELIMITED BY SIZE
                                      ": " DELIMITED BY SIZE
                                      FUNCTION TRIM(msgBody) DELIMITED BY SIZE
                                 INTO messageVar
                               END-STRING
                           END-IF
                           PERFORM displayAndWrite
                           MOVE "Y" TO inboxFound
                       END-IF
           END-IF
           EXIT.

       sendSystemNotice.
           *> drop noticeBody into noticeRecipient's inbox as a system
           *> notice; no connection check, unlike sendMessageEntry
           PERFORM ensureMessageFileExists
           OPEN EXTEND messageFile
           MOVE systemSenderName    TO msgSender
           MOVE '|'                 TO msgSep1
           MOVE noticeRecipient     TO msgRecipient
           MOVE '|'                 TO msgSep2
           MOVE FUNCTION CURRENT-DATE(1:14) TO msgTimestamp
           MOVE '|'                 TO msgSep3
           MOVE noticeBody          TO msgBody
           WRITE messageRecord FROM messageData
           CLOSE messageFile
           EXIT.

       viewOutbox.
           MOVE "=== OUTBOX ===" TO messageVar
           PERFORM displayAndWrite
           END-IF
           EXIT.

       *> ---------- My agenda ----------

       buildAgenda.
           *> agUser's upcoming bookings into agTable: interviews not
           *> declined (as applicant or employer), events RSVP'd to and
           *> events hosted. Runs on its own switch and puts jobIdWanted
           *> back, so it can be PERFORMed from the booking paragraphs.
           MOVE jobIdWanted TO agSaveJobId
           PERFORM getTodayDate
           MOVE 0 TO agCount

           MOVE "N" TO agScanDone
           PERFORM ensureInterviewFileExists
           OPEN INPUT interviewFile
           PERFORM UNTIL agScanDone = "Y"
               READ interviewFile INTO interviewRecord
                   AT END MOVE "Y" TO agScanDone
                   NOT AT END
                       MOVE interviewRecord TO interviewData
                       IF FUNCTION TRIM(ivStatus) NOT = "declined"
                        AND ivDate(1:8) >= todayDate(1:8)
                        AND (FUNCTION TRIM(ivApplicant) = FUNCTION TRIM(agUser)
                          OR FUNCTION TRIM(ivEmployer) = FUNCTION TRIM(agUser))
                        AND agCount < 200
                           ADD 1 TO agCount
                           MOVE ivDate(1:8) TO agDate(agCount)
                           MOVE ivSlot      TO agSlot(agCount)
                           MOVE "I"         TO agKind(agCount)
                           MOVE ivJobId     TO agRefId(agCount)
                           IF FUNCTION TRIM(ivApplicant) = FUNCTION TRIM(agUser)
                               MOVE ivEmployer  TO agOtherParty
                           ELSE
                               MOVE ivApplicant TO agOtherParty
                           END-IF
                           MOVE ivStatus TO agIvStatus
                           MOVE ivJobId TO jobIdWanted
                           PERFORM lookUpJobTitle
                           MOVE SPACES TO agText(agCount)
                           STRING "Interview: " DELIMITED BY SIZE
                                  FUNCTION TRIM(jobFoundTitle) DELIMITED BY SIZE
                                  " (Job " DELIMITED BY SIZE
                                  ivJobId DELIMITED BY SIZE
                                  ") with " DELIMITED BY SIZE
                                  FUNCTION TRIM(agOtherParty) DELIMITED BY SIZE
                                  " - " DELIMITED BY SIZE
                                  FUNCTION TRIM(agIvStatus) DELIMITED BY SIZE
                             INTO agText(agCount)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE interviewFile

           MOVE 0 TO agRsvpCount
           MOVE "N" TO agScanDone
           PERFORM ensureRsvpFileExists
           OPEN INPUT rsvpFile
           PERFORM UNTIL agScanDone = "Y"
               READ rsvpFile INTO rsvpRecord
                   AT END MOVE "Y" TO agScanDone
                   NOT AT END
                       MOVE rsvpRecord TO rsvpData
                       IF FUNCTION TRIM(rsvpUser) = FUNCTION TRIM(agUser)
                        AND agRsvpCount < 100
                           ADD 1 TO agRsvpCount
                           MOVE rsvpEventId TO agRsvpEventId(agRsvpCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rsvpFile

           MOVE "N" TO agScanDone
           PERFORM ensureEventFileExists
           OPEN INPUT eventFile
           PERFORM UNTIL agScanDone = "Y"
               READ eventFile INTO eventRecord
                   AT END MOVE "Y" TO agScanDone
                   NOT AT END
                       MOVE eventRecord TO eventData
                       MOVE "N" TO agRsvpHit
                       PERFORM VARYING agRsvpIndex FROM 1 BY 1
                               UNTIL agRsvpIndex > agRsvpCount
                           IF agRsvpEventId(agRsvpIndex) = evId
                               MOVE "Y" TO agRsvpHit
                           END-IF
                       END-PERFORM
                       IF evDate(1:8) >= todayDate(1:8)
                        AND (agRsvpHit = "Y"
                          OR FUNCTION TRIM(evHost) = FUNCTION TRIM(agUser))
                        AND agCount < 200
                           ADD 1 TO agCount
                           MOVE evDate(1:8) TO agDate(agCount)
                           MOVE SPACES      TO agSlot(agCount)
                           MOVE "E"         TO agKind(agCount)
                           MOVE evId        TO agRefId(agCount)
                           MOVE SPACES TO agText(agCount)
                           IF FUNCTION TRIM(evHost) = FUNCTION TRIM(agUser)
                               STRING "Event: " DELIMITED BY SIZE
                                      FUNCTION TRIM(evTitle) DELIMITED BY SIZE
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(evLocation) DELIMITED BY SIZE
                                      " - hosting" DELIMITED BY SIZE
                                 INTO agText(agCount)
                               END-STRING
                           ELSE
                               STRING "Event: " DELIMITED BY SIZE
                                      FUNCTION TRIM(evTitle) DELIMITED BY SIZE
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(evLocation) DELIMITED BY SIZE
                                      " - attending" DELIMITED BY SIZE
                                 INTO agText(agCount)
                               END-STRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE eventFile

           *> date order; an all-day event sorts ahead of the day's slots
           MOVE "N" TO agSorted
           PERFORM UNTIL agSorted = "Y"
               MOVE "Y" TO agSorted
               PERFORM VARYING agIndex FROM 1 BY 1 UNTIL agIndex >= agCount
                   IF agKey(agIndex) > agKey(agIndex + 1)
                       MOVE agEntry(agIndex)     TO agSwap
                       MOVE agEntry(agIndex + 1) TO agEntry(agIndex)
                       MOVE agSwap               TO agEntry(agIndex + 1)
                       MOVE "N" TO agSorted
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE agSaveJobId TO jobIdWanted
           EXIT.

       checkAgendaClash.
           *> does a booking on agCheckDate (at agCheckSlot, or all day
           *> when the slot is blank) clash with anything in agTable?
           *> The booking itself (agCheckKind/agCheckRefId on the same
           *> date and slot) is ignored. An event takes the whole day;
           *> two interviews clash only in the same slot.
           MOVE "N" TO agClashFound
           MOVE SPACES TO agClashText
           PERFORM VARYING agIndex FROM 1 BY 1
                   UNTIL agIndex > agCount OR agClashFound = "Y"
               IF agDate(agIndex) = agCheckDate
                AND NOT (agKind(agIndex) = agCheckKind
                     AND agRefId(agIndex) = agCheckRefId
                     AND agSlot(agIndex) = agCheckSlot)
                AND (agKind(agIndex) = "E" OR agCheckSlot = SPACES
                  OR agSlot(agIndex) = agCheckSlot)
                   MOVE "Y" TO agClashFound
                   MOVE agText(agIndex) TO agClashText
               END-IF
           END-PERFORM
           EXIT.

       warnAgendaClash.
           *> build agUser's agenda, check the booking described by the
           *> agCheck* fields and warn (the booking still goes ahead);
           *> the clash is described only to its owner
           PERFORM buildAgenda
           PERFORM checkAgendaClash
           IF agClashFound = "Y"
               MOVE SPACES TO messageVar
               IF FUNCTION TRIM(agUser) = FUNCTION TRIM(inputUsername)
                   STRING "Warning: this clashes with something already on your agenda on "
                          DELIMITED BY SIZE
                          agCheckDate DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(agClashText) DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
               ELSE
                   *> someone else's bookings stay private: no details
                   STRING "Warning: " DELIMITED BY SIZE
                          FUNCTION TRIM(agUser) DELIMITED BY SIZE
                          " already has something booked on " DELIMITED BY SIZE
                          agCheckDate DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                     INTO messageVar
                   END-STRING
               END-IF
               PERFORM displayAndWrite
           END-IF
           EXIT.

       myAgenda.
           *> upcoming interviews and events for the logged-in student
           *> or employer in date order, clashes marked, with the option
           *> to save a printable copy
           MOVE "=== MY AGENDA ===" TO messageVar
           PERFORM displayAndWrite

           MOVE inputUsername TO agUser
           PERFORM buildAgenda

           IF agCount = 0
               MOVE "Nothing upcoming on your agenda." TO messageVar
               PERFORM displayAndWrite
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING agLineIndex FROM 1 BY 1 UNTIL agLineIndex > agCount
               PERFORM buildAgendaLine
               MOVE agLine TO messageVar
               PERFORM displayAndWrite
           END-PERFORM

           MOVE "1. Save My Agenda to a File" TO messageVar
           PERFORM displayAndWrite
           MOVE "0. Go Back" TO messageVar
           PERFORM displayAndWrite
           READ userInputFile INTO userInputRecord
               AT END MOVE "Y" TO quitProgram EXIT PARAGRAPH
               NOT AT END MOVE userInputRecord TO agChoice
           END-READ

           IF FUNCTION TRIM(agChoice) = "1"
            OR FUNCTION TRIM(agChoice) = "Save My Agenda to a File"
               PERFORM saveAgendaFile
           END-IF
           EXIT.

       buildAgendaLine.
           *> agLine for entry agLineIndex, flagged when it clashes with
           *> another entry
           MOVE agDate(agLineIndex)  TO agCheckDate
           MOVE agSlot(agLineIndex)  TO agCheckSlot
           MOVE agKind(agLineIndex)  TO agCheckKind
           MOVE agRefId(agLineIndex) TO agCheckRefId
           PERFORM checkAgendaClash
           MOVE SPACES TO agLine
           IF agSlot(agLineIndex) = SPACES
               MOVE "all day" TO agSlotText
           ELSE
               MOVE agSlot(agLineIndex) TO agSlotText
           END-IF
           IF agClashFound = "Y"
               STRING agDate(agLineIndex) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(agSlotText) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(agText(agLineIndex)) DELIMITED BY SIZE
                      "  [CLASH]" DELIMITED BY SIZE
                 INTO agLine
               END-STRING
           ELSE
               STRING agDate(agLineIndex) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(agSlotText) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(agText(agLineIndex)) DELIMITED BY SIZE
                 INTO agLine
               END-STRING
           END-IF
           EXIT.

       saveAgendaFile.
           *> printable copy in a per-user file, like exportResume
           MOVE SPACES TO agendaFileName
           STRING "src/files/agenda_" DELIMITED BY SIZE
                  FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO agendaFileName
           END-STRING

           OPEN OUTPUT agendaFile
           MOVE SPACES TO agLine
           STRING "Agenda for " DELIMITED BY SIZE
                  FUNCTION TRIM(inputUsername) DELIMITED BY SIZE
                  " as of " DELIMITED BY SIZE
                  todayDate(1:8) DELIMITED BY SIZE
             INTO agLine
           END-STRING
           WRITE agendaRecord FROM agLine
           MOVE ALL "=" TO agLine(1:70)
           WRITE agendaRecord FROM agLine
           PERFORM VARYING agLineIndex FROM 1 BY 1 UNTIL agLineIndex > agCount
               PERFORM buildAgendaLine
               WRITE agendaRecord FROM agLine
           END-PERFORM
           CLOSE agendaFile

           MOVE SPACES TO messageVar
           STRING "Agenda saved to " DELIMITED BY SIZE
                  FUNCTION TRIM(agendaFileName) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO messageVar
           END-STRING
           PERFORM displayAndWrite
           EXIT.

       *> ---------- Career events ----------

       ensureEventFileExists.
               EXIT PARAGRAPH
           END-IF

           MOVE inputUsername          TO agUser
           MOVE eventFoundDate(1:8)    TO agCheckDate
           MOVE SPACES                 TO agCheckSlot
           MOVE "E"                    TO agCheckKind
           MOVE eventIdWanted          TO agCheckRefId
           PERFORM warnAgendaClash

           MOVE inputUsername TO rsvpUser
           MOVE '|'           TO rsvpSep1
           MOVE eventIdWanted TO rsvpEventId
