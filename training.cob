       IDENTIFICATION DIVISION.
       PROGRAM-ID. training.

      *builds, and between trainees resets, the training sandbox:
      *a TRAINING folder beside the live files holding its own copy
      *of every data file the shop keeps. the live .CFG files, the
      *staff PINs and the reference lists (prizes, assets, budget,
      *conversions, the quiz bank) are copied across as they stand;
      *everything else is wiped and the day-to-day files are filled
      *with made-up but believable players, members, sessions,
      *visitors, bookings, vouchers and counter history. the same
      *seed every time, so every trainee starts from the same shop.
      *the launcher's operator menu switches into the sandbox by
      *pointing the file path at this folder, so nothing a trainee
      *does - SHOPLOG.DAT and PERIODS.DAT included - lands on the
      *live files. TRAINING.FLG goes on last, so a build that died
      *partway is never taken for a finished one

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT srcFile ASSIGN TO WS-SRC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.

           SELECT dstFile ASSIGN TO WS-DST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DST-STATUS.

           SELECT playerFile ASSIGN TO WS-PLAYER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT memberFile ASSIGN TO WS-MEMBER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT hsFile ASSIGN TO WS-HS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT sessionFile ASSIGN TO WS-SESSION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT visitorFile ASSIGN TO WS-VISITOR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT reserveFile ASSIGN TO WS-RESERVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT voucherFile ASSIGN TO WS-VOUCHER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT totalsFile ASSIGN TO WS-TOTALS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT auditFile ASSIGN TO WS-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT flagFile ASSIGN TO WS-FLAG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  srcFile.
       01  SRC-RECORD PIC X(200).

       FD  dstFile.
       01  DST-RECORD PIC X(200).

      *same profile record the game keeps
       FD  playerFile.
       01  PLAYER-RECORD.
           05 PL-INITIALS     PIC X(3).
           05 PL-KEYMAP       PIC X(9).
           05 PL-DAS-TICKS    PIC 9(2).
           05 PL-ARR-TICKS    PIC 9(2).
           05 PL-BOARD-HEIGHT PIC 9(2).
           05 PL-BOARD-WIDTH  PIC 9(2).
           05 PL-GAMES        PIC 9(6).
           05 PL-SCORE        PIC 9(12).
           05 PL-LINES        PIC 9(8).
           05 PL-TOKENS       PIC 9(4).
           05 PL-RATING       PIC 9(4).
           05 PL-MISSION      PIC 9(2).

      *same records acceptname keeps
       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).
           05 MB-JOINED   PIC X(8).
           05 MB-EXPIRES  PIC X(8).

       FD  hsFile.
       01  HS-RECORD.
           05 HS-INITIALS PIC X(3).
           05 HS-DATE     PIC X(8).
           05 HS-SCORE    PIC 9(10).
           05 HS-VERIFIED PIC X(1).

      *same summary record the game appends
       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 SS-TIME-PLAYED PIC 9(6).
           05 SS-PIECE-COUNT PIC 9(5) OCCURS 7 TIMES.
           05 SS-INITIALS    PIC X(3).
           05 SS-EVENT-ID    PIC X(8).
           05 SS-MODE        PIC X(1).

       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

      *same records reservations keeps
       FD  reserveFile.
       01  RESERVE-RECORD.
           05 RS-DATE    PIC X(8).
           05 RS-START   PIC X(4).
           05 RS-LENGTH  PIC 9(3).
           05 RS-MACHINE PIC 9(1).
           05 RS-NAME    PIC X(20).
           05 RS-STATUS  PIC X(1).

      *same records vouchers keeps
       FD  voucherFile.
       01  VOUCHER-RECORD.
           05 VO-SERIAL      PIC 9(6).
           05 VO-DATE        PIC X(8).
           05 VO-INITIALS    PIC X(3).
           05 VO-REASON      PIC X(1).
           05 VO-AMOUNT      PIC 9(6)V99.
           05 VO-REDEEMED    PIC X(1).
           05 VO-REDEEM-DATE PIC X(8).
           05 VO-PRIZE       PIC X(6).

      *same ledger and audit layouts operators.cob keeps
       FD  totalsFile.
       01  TOTALS-RECORD.
           05 TR-NAME  PIC X(12).
           05 TR-VALUE PIC 9(8).
           05 TR-DATE  PIC X(8).

       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).
           05 AU-REFUND.
              10 AU-MACHINE PIC 9(1).
              10 AU-REASON  PIC X(8).
              10 AU-PLAYER  PIC X(3).

       FD  flagFile.
       01  FLAG-RECORD.
           05 FL-TEXT  PIC X(17).
           05 FL-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS  PIC X(2).
       01  WS-DST-STATUS  PIC X(2).
       01  WS-OUT-STATUS  PIC X(2).
       01  WS-SRC-NAME    PIC X(80).
       01  WS-DST-NAME    PIC X(80).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *where the live files are and where the sandbox sits beside
      *them - a shop that runs with COB_FILE_PATH set keeps its
      *sandbox under that folder, not wherever the program started
       01  WS-LIVE-PATH     PIC X(60).
       01  WS-SANDBOX-PATH  PIC X(70).
       01  WS-ARCHIVE-PATH  PIC X(80).
       01  WS-PLAYER-NAME   PIC X(80).
       01  WS-MEMBER-NAME   PIC X(80).
       01  WS-HS-NAME       PIC X(80).
       01  WS-SESSION-NAME  PIC X(80).
       01  WS-VISITOR-NAME  PIC X(80).
       01  WS-RESERVE-NAME  PIC X(80).
       01  WS-VOUCHER-NAME  PIC X(80).
       01  WS-TOTALS-NAME   PIC X(80).
       01  WS-AUDIT-NAME    PIC X(80).
       01  WS-FLAG-NAME     PIC X(80).
       01  WS-FILE-LEAF     PIC X(18).
       01  WS-SANDBOX-NAME  PIC X(80).

      *every data, report, print and lock file any program here
      *writes - wiped from the sandbox before it is refilled, so
      *the next trainee never inherits the last one's work
       01  WS-CLEAR-TABLE.
           05 FILLER PIC X(18) VALUE "ACHIEVE.DAT".
           05 FILLER PIC X(18) VALUE "AGED.RPT".
           05 FILLER PIC X(18) VALUE "AGES.DAT".
           05 FILLER PIC X(18) VALUE "ALERTS.DAT".
           05 FILLER PIC X(18) VALUE "AMORT.RPT".
           05 FILLER PIC X(18) VALUE "ARLEDGER.DAT".
           05 FILLER PIC X(18) VALUE "ASSETS.DAT".
           05 FILLER PIC X(18) VALUE "AVAIL.RPT".
           05 FILLER PIC X(18) VALUE "BACKUP.CAT".
           05 FILLER PIC X(18) VALUE "BOARDDUMP.TXT".
           05 FILLER PIC X(18) VALUE "BUDGET.DAT".
           05 FILLER PIC X(18) VALUE "CALCBATCH.DAT".
           05 FILLER PIC X(18) VALUE "CALCERR.DAT".
           05 FILLER PIC X(18) VALUE "CALCHIST.DAT".
           05 FILLER PIC X(18) VALUE "CALCMEM.DAT".
           05 FILLER PIC X(18) VALUE "CALCRESULT.DAT".
           05 FILLER PIC X(18) VALUE "CALCSTAT.DAT".
           05 FILLER PIC X(18) VALUE "CFGAUDIT.DAT".
           05 FILLER PIC X(18) VALUE "CHECKBATCH.DAT".
           05 FILLER PIC X(18) VALUE "CHECKLIST.RPT".
           05 FILLER PIC X(18) VALUE "CHECKRESULT.DAT".
           05 FILLER PIC X(18) VALUE "CLEARLOG.DAT".
           05 FILLER PIC X(18) VALUE "COLLATZ.DAT".
           05 FILLER PIC X(18) VALUE "CONFIGCHK.RPT".
           05 FILLER PIC X(18) VALUE "CONVTABLE.DAT".
           05 FILLER PIC X(18) VALUE "COOPSCORE.DAT".
           05 FILLER PIC X(18) VALUE "CURFEW.RPT".
           05 FILLER PIC X(18) VALUE "DAILYSCORE.DAT".
           05 FILLER PIC X(18) VALUE "DEPREC.RPT".
           05 FILLER PIC X(18) VALUE "DRAWER.DAT".
           05 FILLER PIC X(18) VALUE "DRILLREVIEW.DAT".
           05 FILLER PIC X(18) VALUE "FILEMAN.DAT".
           05 FILLER PIC X(18) VALUE "GARBAGE1.MBX".
           05 FILLER PIC X(18) VALUE "GARBAGE2.MBX".
           05 FILLER PIC X(18) VALUE "HEATMAP.DAT".
           05 FILLER PIC X(18) VALUE "HIGHSCORE.ARC".
           05 FILLER PIC X(18) VALUE "HIGHSCORE.DAT".
           05 FILLER PIC X(18) VALUE "HIGHSCORE.IDX".
           05 FILLER PIC X(18) VALUE "HIGHSCORE2.DAT".
           05 FILLER PIC X(18) VALUE "HIGHSCORE3.DAT".
           05 FILLER PIC X(18) VALUE "HIGHSCORE4.DAT".
           05 FILLER PIC X(18) VALUE "HOURS.RPT".
           05 FILLER PIC X(18) VALUE "HOUSEKEEP.TMP".
           05 FILLER PIC X(18) VALUE "IMPORTEXC.RPT".
           05 FILLER PIC X(18) VALUE "INCIDENT.DAT".
           05 FILLER PIC X(18) VALUE "INCIDENT.PRT".
           05 FILLER PIC X(18) VALUE "INCSUM.RPT".
           05 FILLER PIC X(18) VALUE "INITMERGE.TMP".
           05 FILLER PIC X(18) VALUE "INTEGRITY.RPT".
           05 FILLER PIC X(18) VALUE "INVEST.RPT".
           05 FILLER PIC X(18) VALUE "LAPSED.DAT".
           05 FILLER PIC X(18) VALUE "LETTERS.PRT".
           05 FILLER PIC X(18) VALUE "LIVESTAT.DAT".
           05 FILLER PIC X(18) VALUE "LOYALTYPOST.DAT".
           05 FILLER PIC X(18) VALUE "MAILLIST.RPT".
           05 FILLER PIC X(18) VALUE "MAILLOG.DAT".
           05 FILLER PIC X(18) VALUE "MASTERSCORE.DAT".
           05 FILLER PIC X(18) VALUE "MATCHES.DAT".
           05 FILLER PIC X(18) VALUE "MEMBERS.DAT".
           05 FILLER PIC X(18) VALUE "MEMBERTIER.DAT".
           05 FILLER PIC X(18) VALUE "MONTHLY.DAT".
           05 FILLER PIC X(18) VALUE "NBV.RPT".
           05 FILLER PIC X(18) VALUE "NIGHTRUN.STA".
           05 FILLER PIC X(18) VALUE "ODDEVENBATCH.DAT".
           05 FILLER PIC X(18) VALUE "ODDEVENERR.DAT".
           05 FILLER PIC X(18) VALUE "ODDEVENRESULT.DAT".
           05 FILLER PIC X(18) VALUE "ONDUTY.DAT".
           05 FILLER PIC X(18) VALUE "OPERATORTOTALS.DAT".
           05 FILLER PIC X(18) VALUE "OPERAUDIT.DAT".
           05 FILLER PIC X(18) VALUE "PAIRBATCH.DAT".
           05 FILLER PIC X(18) VALUE "PAIRRESULT.DAT".
           05 FILLER PIC X(18) VALUE "PERIODS.DAT".
           05 FILLER PIC X(18) VALUE "PLAYCLOCK.DAT".
           05 FILLER PIC X(18) VALUE "PLAYER.DAT".
           05 FILLER PIC X(18) VALUE "PLAYER.IDX".
           05 FILLER PIC X(18) VALUE "PLAYTIME.DAT".
           05 FILLER PIC X(18) VALUE "POINTS.DAT".
           05 FILLER PIC X(18) VALUE "PRICEPLAN.RPT".
           05 FILLER PIC X(18) VALUE "PRIZEMOVE.DAT".
           05 FILLER PIC X(18) VALUE "PRIZES.DAT".
           05 FILLER PIC X(18) VALUE "QUIZ.DAT".
           05 FILLER PIC X(18) VALUE "QUIZRESULT.DAT".
           05 FILLER PIC X(18) VALUE "QUIZTEAM.DAT".
           05 FILLER PIC X(18) VALUE "RECEIPT.PRT".
           05 FILLER PIC X(18) VALUE "REFUND.RPT".
           05 FILLER PIC X(18) VALUE "REORDER.RPT".
           05 FILLER PIC X(18) VALUE "REPLAYLIB.IDX".
           05 FILLER PIC X(18) VALUE "REPRINT.PRT".
           05 FILLER PIC X(18) VALUE "RESERVE.DAT".
           05 FILLER PIC X(18) VALUE "ROLLCALL.DAT".
           05 FILLER PIC X(18) VALUE "ROLLCALL.PRT".
           05 FILLER PIC X(18) VALUE "ROLLDONE.PRT".
           05 FILLER PIC X(18) VALUE "ROLLOPEN.DAT".
           05 FILLER PIC X(18) VALUE "RPTCAT.DAT".
           05 FILLER PIC X(18) VALUE "RPTDIST.DAT".
           05 FILLER PIC X(18) VALUE "SALES.DAT".
           05 FILLER PIC X(18) VALUE "SEASON.ARC".
           05 FILLER PIC X(18) VALUE "SERIALAUDIT.RPT".
           05 FILLER PIC X(18) VALUE "SERIALEXC.DAT".
           05 FILLER PIC X(18) VALUE "SESSION.LOG".
           05 FILLER PIC X(18) VALUE "SHIFT.RPT".
           05 FILLER PIC X(18) VALUE "SHIFTSNAP.DAT".
           05 FILLER PIC X(18) VALUE "SHOPLOG.DAT".
           05 FILLER PIC X(18) VALUE "SPENDDAY.DAT".
           05 FILLER PIC X(18) VALUE "SPLITS.DAT".
           05 FILLER PIC X(18) VALUE "STAFFPIN.DAT".
           05 FILLER PIC X(18) VALUE "STATEMENT.PRT".
           05 FILLER PIC X(18) VALUE "TETRIS.CKP".
           05 FILLER PIC X(18) VALUE "TICKSTAT.DAT".
           05 FILLER PIC X(18) VALUE "TIERS.RPT".
           05 FILLER PIC X(18) VALUE "TIMECLOCK.DAT".
           05 FILLER PIC X(18) VALUE "TOKENHOLD.DAT".
           05 FILLER PIC X(18) VALUE "TOURNEY.DAT".
           05 FILLER PIC X(18) VALUE "TOURNEY.RPT".
           05 FILLER PIC X(18) VALUE "ULTRASCORE.DAT".
           05 FILLER PIC X(18) VALUE "USAGE.DAT".
           05 FILLER PIC X(18) VALUE "VISITORS.LOG".
           05 FILLER PIC X(18) VALUE "VOUCHER.DAT".
           05 FILLER PIC X(18) VALUE "VOUCHER.PRT".
           05 FILLER PIC X(18) VALUE "WAITLIST.DAT".
           05 FILLER PIC X(18) VALUE "WORKORDER.DAT".
           05 FILLER PIC X(18) VALUE "PAYOUTS.DAT".
           05 FILLER PIC X(18) VALUE "CHEQUES.DAT".
           05 FILLER PIC X(18) VALUE "CHEQUES.PRT".
           05 FILLER PIC X(18) VALUE "CHEQREG.RPT".
           05 FILLER PIC X(18) VALUE "METERS.DAT".
           05 FILLER PIC X(18) VALUE "METERVAR.RPT".
           05 FILLER PIC X(18) VALUE "SESSION2.LOG".
           05 FILLER PIC X(18) VALUE "SESSION3.LOG".
           05 FILLER PIC X(18) VALUE "SESSION4.LOG".
           05 FILLER PIC X(18) VALUE "USAGE2.DAT".
           05 FILLER PIC X(18) VALUE "USAGE3.DAT".
           05 FILLER PIC X(18) VALUE "USAGE4.DAT".
           05 FILLER PIC X(18) VALUE "GRAVSUGG.CFG".
           05 FILLER PIC X(18) VALUE "EVENTPERF.RPT".
           05 FILLER PIC X(18) VALUE "PLAYERBASE.DAT".
           05 FILLER PIC X(18) VALUE "PLAYERSYNC.DAT".
           05 FILLER PIC X(18) VALUE "PLAYERSYNC.LOG".
           05 FILLER PIC X(18) VALUE "PLAYERSYNC.RPT".
           05 FILLER PIC X(18) VALUE "PLAYERCHG1.DAT".
           05 FILLER PIC X(18) VALUE "PLAYERCHG2.DAT".
           05 FILLER PIC X(18) VALUE "PLAYERCHG3.DAT".
           05 FILLER PIC X(18) VALUE "PLAYERCHG4.DAT".
           05 FILLER PIC X(18) VALUE "UPGRADE.RPT".
           05 FILLER PIC X(18) VALUE "UPGRADE.WRK".
           05 FILLER PIC X(18) VALUE "FILEVER.DAT".
           05 FILLER PIC X(18) VALUE "CFGBUNDLE.DAT".
           05 FILLER PIC X(18) VALUE "BUNDLECAT.DAT".
           05 FILLER PIC X(18) VALUE "CFGVER.DAT".
           05 FILLER PIC X(18) VALUE "CFGPREV.DAT".
           05 FILLER PIC X(18) VALUE "CFGINST.LOG".
           05 FILLER PIC X(18) VALUE "CFGFLEET.RPT".
           05 FILLER PIC X(18) VALUE "PLAYERRECON.RPT".
           05 FILLER PIC X(18) VALUE "SURVEY.DAT".
           05 FILLER PIC X(18) VALUE "SATISFY.RPT".
           05 FILLER PIC X(18) VALUE "SURVEY.LCK".
           05 FILLER PIC X(18) VALUE "QUERY.RPT".
           05 FILLER PIC X(18) VALUE "QUERYSORT.WRK".
           05 FILLER PIC X(18) VALUE "HANDOVER.DAT".
           05 FILLER PIC X(18) VALUE "HANDOVER.LCK".
           05 FILLER PIC X(18) VALUE "APPROVALS.DAT".
           05 FILLER PIC X(18) VALUE "APPROVALS.RPT".
           05 FILLER PIC X(18) VALUE "APPROVAL.LCK".
           05 FILLER PIC X(18) VALUE "PARTY.DAT".
           05 FILLER PIC X(18) VALUE "PARTYSHEET.RPT".
           05 FILLER PIC X(18) VALUE "MATCHQ.DAT".
           05 FILLER PIC X(18) VALUE "MATCHLOG.DAT".
           05 FILLER PIC X(18) VALUE "MATCHWEEK.RPT".
           05 FILLER PIC X(18) VALUE "MATCHQ.LCK".
           05 FILLER PIC X(18) VALUE "SHOPLOG.LCK".
           05 FILLER PIC X(18) VALUE "RPTCAT.LCK".
           05 FILLER PIC X(18) VALUE "TRAINING.FLG".
       01  WS-CLEAR-TABLE-R REDEFINES WS-CLEAR-TABLE.
           05 WS-CLEAR-NAME PIC X(18) OCCURS 172 TIMES.
       01  WS-CLEAR-COUNT PIC 9(3) VALUE 172.
       01  WS-CLEAR-INDEX PIC 9(3).

      *the set-up the sandbox runs on, copied from live as it
      *stands: every .CFG, the staff PINs so staff log in as
      *themselves, and the reference lists nobody trains on
       01  WS-COPY-TABLE.
           05 FILLER PIC X(18) VALUE "ACHDEF.CFG".
           05 FILLER PIC X(18) VALUE "ALERTS.CFG".
           05 FILLER PIC X(18) VALUE "AREAS.CFG".
           05 FILLER PIC X(18) VALUE "ATTRACT.CFG".
           05 FILLER PIC X(18) VALUE "BACKUP.CFG".
           05 FILLER PIC X(18) VALUE "BELLS.CFG".
           05 FILLER PIC X(18) VALUE "BOARDSIZE.CFG".
           05 FILLER PIC X(18) VALUE "CALCBATCH.CFG".
           05 FILLER PIC X(18) VALUE "CAPACITY.CFG".
           05 FILLER PIC X(18) VALUE "CASCADE.CFG".
           05 FILLER PIC X(18) VALUE "CHALLENGE.CFG".
           05 FILLER PIC X(18) VALUE "CHECKBATCH.CFG".
           05 FILLER PIC X(18) VALUE "COLORS.CFG".
           05 FILLER PIC X(18) VALUE "COOP.CFG".
           05 FILLER PIC X(18) VALUE "CPU.CFG".
           05 FILLER PIC X(18) VALUE "CURFEW.CFG".
           05 FILLER PIC X(18) VALUE "DAILY.CFG".
           05 FILLER PIC X(18) VALUE "DASARR.CFG".
           05 FILLER PIC X(18) VALUE "DRILLS.CFG".
           05 FILLER PIC X(18) VALUE "EVENTS.CFG".
           05 FILLER PIC X(18) VALUE "EXPORTDLM.CFG".
           05 FILLER PIC X(18) VALUE "FINESSE.CFG".
           05 FILLER PIC X(18) VALUE "FREEPLAY.CFG".
           05 FILLER PIC X(18) VALUE "GLACCOUNTS.CFG".
           05 FILLER PIC X(18) VALUE "GRAVITY.CFG".
           05 FILLER PIC X(18) VALUE "HOTSEAT.CFG".
           05 FILLER PIC X(18) VALUE "HOUSEKEEP.CFG".
           05 FILLER PIC X(18) VALUE "HSMERGE.CFG".
           05 FILLER PIC X(18) VALUE "ITEMMODE.CFG".
           05 FILLER PIC X(18) VALUE "KEYMAP.CFG".
           05 FILLER PIC X(18) VALUE "LANGUAGE.CFG".
           05 FILLER PIC X(18) VALUE "LAYOUT.CFG".
           05 FILLER PIC X(18) VALUE "LAYOUTDEF.CFG".
           05 FILLER PIC X(18) VALUE "LOYALTY.CFG".
           05 FILLER PIC X(18) VALUE "MACHINE.CFG".
           05 FILLER PIC X(18) VALUE "MASTER.CFG".
           05 FILLER PIC X(18) VALUE "MESSAGES.CFG".
           05 FILLER PIC X(18) VALUE "MISSIONS.CFG".
           05 FILLER PIC X(18) VALUE "NETPLAY.CFG".
           05 FILLER PIC X(18) VALUE "NIGHTRUN.CFG".
           05 FILLER PIC X(18) VALUE "ODDEVENBATCH.CFG".
           05 FILLER PIC X(18) VALUE "OPENHOUSE.CFG".
           05 FILLER PIC X(18) VALUE "PACE.CFG".
           05 FILLER PIC X(18) VALUE "PAIRBATCH.CFG".
           05 FILLER PIC X(18) VALUE "PIECEAUD.CFG".
           05 FILLER PIC X(18) VALUE "PIECEPACK.CFG".
           05 FILLER PIC X(18) VALUE "PLAYCLOCK.CFG".
           05 FILLER PIC X(18) VALUE "PRICES.CFG".
           05 FILLER PIC X(18) VALUE "RATES.CFG".
           05 FILLER PIC X(18) VALUE "RATINGGAP.CFG".
           05 FILLER PIC X(18) VALUE "REPLAY.CFG".
           05 FILLER PIC X(18) VALUE "SEASON.CFG".
           05 FILLER PIC X(18) VALUE "SEED.CFG".
           05 FILLER PIC X(18) VALUE "SERIES.CFG".
           05 FILLER PIC X(18) VALUE "SPRINT.CFG".
           05 FILLER PIC X(18) VALUE "STAFFRATIO.CFG".
           05 FILLER PIC X(18) VALUE "TETRIS.CFG".
           05 FILLER PIC X(18) VALUE "TICKDIAG.CFG".
           05 FILLER PIC X(18) VALUE "TIERS.CFG".
           05 FILLER PIC X(18) VALUE "TIMEOUT.CFG".
           05 FILLER PIC X(18) VALUE "ULTRA.CFG".
           05 FILLER PIC X(18) VALUE "VALRULES.CFG".
           05 FILLER PIC X(18) VALUE "VARIANCE.CFG".
           05 FILLER PIC X(18) VALUE "VERSUS.CFG".
           05 FILLER PIC X(18) VALUE "WEBPAGES.CFG".
           05 FILLER PIC X(18) VALUE "STAFFPIN.DAT".
           05 FILLER PIC X(18) VALUE "PRIZES.DAT".
           05 FILLER PIC X(18) VALUE "ASSETS.DAT".
           05 FILLER PIC X(18) VALUE "BUDGET.DAT".
           05 FILLER PIC X(18) VALUE "CONVTABLE.DAT".
           05 FILLER PIC X(18) VALUE "QUIZ.DAT".
           05 FILLER PIC X(18) VALUE "CHEQUE.CFG".
           05 FILLER PIC X(18) VALUE "METERS.CFG".
           05 FILLER PIC X(18) VALUE "GRAVTUNE.CFG".
           05 FILLER PIC X(18) VALUE "EVENTPERF.CFG".
           05 FILLER PIC X(18) VALUE "TRADECAL.DAT".
           05 FILLER PIC X(18) VALUE "SURVEY.CFG".
           05 FILLER PIC X(18) VALUE "QUERYDEF.CFG".
           05 FILLER PIC X(18) VALUE "APPROVAL.CFG".
           05 FILLER PIC X(18) VALUE "PARTYPKG.CFG".
           05 FILLER PIC X(18) VALUE "MATCHRULE.CFG".
       01  WS-COPY-TABLE-R REDEFINES WS-COPY-TABLE.
           05 WS-COPY-NAME PIC X(18) OCCURS 81 TIMES.
       01  WS-COPY-COUNT  PIC 9(3) VALUE 81.
       01  WS-COPY-INDEX  PIC 9(3).
       01  WS-COPIED      PIC 9(3).
       01  WS-COPY-VERDICT PIC X(1).

      *the made-up regulars: initials and the name on the register
       01  WS-POOL-TABLE.
           05 FILLER PIC X(23) VALUE "AJBALICE BRENNAN       ".
           05 FILLER PIC X(23) VALUE "DKMDANIEL KOWALSKI     ".
           05 FILLER PIC X(23) VALUE "RTSROSA TORRES         ".
           05 FILLER PIC X(23) VALUE "MJHMARCUS HALL         ".
           05 FILLER PIC X(23) VALUE "PELPRIYA LAL           ".
           05 FILLER PIC X(23) VALUE "GWOGRACE OKAFOR        ".
           05 FILLER PIC X(23) VALUE "TNBTOM NAKAMURA        ".
           05 FILLER PIC X(23) VALUE "SLCSOFIA CASTELLANO    ".
           05 FILLER PIC X(23) VALUE "BQRBEN QUIGLEY         ".
           05 FILLER PIC X(23) VALUE "HVDHANNAH VANDYKE      ".
           05 FILLER PIC X(23) VALUE "JPFJAMAL FORD          ".
           05 FILLER PIC X(23) VALUE "EMWEMMA WALSH          ".
           05 FILLER PIC X(23) VALUE "LKSLIAM SULLIVAN       ".
           05 FILLER PIC X(23) VALUE "NRPNINA PETROVA        ".
           05 FILLER PIC X(23) VALUE "OCGOSCAR GREEN         ".
           05 FILLER PIC X(23) VALUE "CYLCHLOE LIU           ".
           05 FILLER PIC X(23) VALUE "IDAIAN ADEYEMI         ".
           05 FILLER PIC X(23) VALUE "KFMKATE MORENO         ".
           05 FILLER PIC X(23) VALUE "VHNVICTOR NGUYEN       ".
           05 FILLER PIC X(23) VALUE "ZABZARA BAKER          ".
           05 FILLER PIC X(23) VALUE "WEKWES KING            ".
           05 FILLER PIC X(23) VALUE "YRJYUSUF JAMES         ".
           05 FILLER PIC X(23) VALUE "FTCFIONA CARTER        ".
           05 FILLER PIC X(23) VALUE "AMXARLO MAXWELL        ".
       01  WS-POOL-TABLE-R REDEFINES WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 24 TIMES.
              10 WS-PO-INITIALS PIC X(3).
              10 WS-PO-NAME     PIC X(20).
       01  WS-POOL-COUNT  PIC 9(2) VALUE 24.
       01  WS-POOL-INDEX  PIC 9(2).

      *a fixed seed - every reset deals out the very same shop
       01  WS-SEED        PIC 9(4) VALUE 1977.
       01  WS-RANDOM-WORK PIC V9(9).
       01  WS-RANGE-LOW   PIC 9(6).
       01  WS-RANGE-HIGH  PIC 9(6).
       01  WS-RANDOM-PICK PIC 9(6).

       01  WS-TODAY       PIC X(8).
       01  WS-NOW-HHMM    PIC 9(4).
       01  WS-NOW-MINUTES PIC 9(4).
       01  WS-DATE-NUM    PIC 9(8).
       01  WS-TODAY-INT   PIC 9(7).
       01  WS-DATE-INT    PIC 9(7).
       01  WS-DAY-BACK    PIC 9(2).
       01  WS-DAY-DATE    PIC X(8).
       01  WS-RECORD-COUNT PIC 9(4).
       01  WS-DAY-VISITS  PIC 9(2).
       01  WS-VISIT-INDEX PIC 9(2).
       01  WS-VISIT-DAY   PIC 9(2).
       01  WS-BOOK-OFFSET PIC S9(2).
       01  WS-CLOCK-MINUTES PIC 9(4).
       01  WS-MINUTE-IN   PIC 9(4).
       01  WS-MINUTE-OUT  PIC 9(4).
       01  WS-CLOCK-WORK.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SS PIC 9(2).
       01  WS-PIECE-INDEX PIC 9(1).
       01  WS-SLOT-INDEX  PIC 9(1).
       01  WS-ISSUED      PIC 9(8) VALUE 0.
       01  WS-USED        PIC 9(8) VALUE 0.
       01  WS-BONUS       PIC 9(8) VALUE 0.
       01  WS-DAY-AMOUNT  PIC 9(4).
       01  WS-BUILD-OK    PIC X(1) VALUE "Y".

       01  WS-LOG-PROGRAM PIC X(12) VALUE "training".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-HHMM.
       COMPUTE WS-NOW-MINUTES = (WS-NOW-HHMM / 100) * 60
          + FUNCTION MOD(WS-NOW-HHMM, 100).
       MOVE WS-TODAY TO WS-DATE-NUM.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
       COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-SEED).
       PERFORM SET-NAMES-PARA.
       DISPLAY " ".
       DISPLAY "===== TRAINING SANDBOX - BUILD / RESET =====".
       DISPLAY "SANDBOX FOLDER: " FUNCTION TRIM(WS-SANDBOX-PATH).
       CALL "CBL_CREATE_DIR" USING WS-SANDBOX-PATH.
       CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-PATH.
       PERFORM CLEAR-SANDBOX-PARA.
       PERFORM COPY-SETUP-PARA.
       PERFORM MAKE-PLAYERS-PARA.
       PERFORM MAKE-MEMBERS-PARA.
       PERFORM MAKE-HIGHSCORES-PARA.
       PERFORM MAKE-SESSIONS-PARA.
       PERFORM MAKE-VISITORS-PARA.
       PERFORM MAKE-BOOKINGS-PARA.
       PERFORM MAKE-VOUCHERS-PARA.
       PERFORM MAKE-COUNTERS-PARA.
       IF WS-BUILD-OK NOT = "Y" THEN
          DISPLAY "*** SANDBOX NOT FINISHED - TRAINING STAYS SHUT ***"
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM WRITE-FLAG-PARA.
       IF WS-BUILD-OK NOT = "Y" THEN
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "SANDBOX READY - A CLEAN SHOP FOR THE NEXT TRAINEE.".
       PERFORM LOG-IN-SANDBOX-PARA.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       SET-NAMES-PARA.
      *the sandbox is a folder beside the live files: wherever the
      *file path points, or the current folder when it is not set
       MOVE SPACES TO WS-LIVE-PATH.
       ACCEPT WS-LIVE-PATH FROM ENVIRONMENT "COB_FILE_PATH".
       MOVE SPACES TO WS-SANDBOX-PATH.
       IF WS-LIVE-PATH = SPACES OR WS-LIVE-PATH = "." THEN
          MOVE "TRAINING" TO WS-SANDBOX-PATH
       ELSE
          STRING FUNCTION TRIM(WS-LIVE-PATH) "/TRAINING"
             DELIMITED BY SIZE INTO WS-SANDBOX-PATH
       END-IF.
       MOVE SPACES TO WS-ARCHIVE-PATH.
       STRING FUNCTION TRIM(WS-SANDBOX-PATH) "/RPTARCH"
          DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.
      *the generated files are named relative to the live folder,
      *the way every other file here is
       MOVE "PLAYER.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-PLAYER-NAME.
       MOVE "MEMBERS.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-MEMBER-NAME.
       MOVE "HIGHSCORE.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-HS-NAME.
       MOVE "SESSION.LOG" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-SESSION-NAME.
       MOVE "VISITORS.LOG" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-VISITOR-NAME.
       MOVE "RESERVE.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-RESERVE-NAME.
       MOVE "VOUCHER.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-VOUCHER-NAME.
       MOVE "OPERATORTOTALS.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-TOTALS-NAME.
       MOVE "OPERAUDIT.DAT" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-AUDIT-NAME.
       MOVE "TRAINING.FLG" TO WS-FILE-LEAF.
       PERFORM SANDBOX-NAME-PARA.
       MOVE WS-SANDBOX-NAME TO WS-FLAG-NAME.

       SANDBOX-NAME-PARA.
       MOVE SPACES TO WS-SANDBOX-NAME.
       STRING "TRAINING/" FUNCTION TRIM(WS-FILE-LEAF)
          DELIMITED BY SIZE INTO WS-SANDBOX-NAME.

      *=================================================
      *   WIPE AND RE-COPY
      *=================================================
       CLEAR-SANDBOX-PARA.
      *the delete goes by the full folder name, since only file
      *opens follow the file path
       PERFORM VARYING WS-CLEAR-INDEX FROM 1 BY 1
       UNTIL WS-CLEAR-INDEX > WS-CLEAR-COUNT
          MOVE SPACES TO WS-DST-NAME
          STRING FUNCTION TRIM(WS-SANDBOX-PATH) "/"
             FUNCTION TRIM(WS-CLEAR-NAME(WS-CLEAR-INDEX))
             DELIMITED BY SIZE INTO WS-DST-NAME
          CALL "CBL_DELETE_FILE" USING WS-DST-NAME
       END-PERFORM.
       DISPLAY WS-CLEAR-COUNT " DATA FILES WIPED.".

       COPY-SETUP-PARA.
       MOVE 0 TO WS-COPIED.
       PERFORM VARYING WS-COPY-INDEX FROM 1 BY 1
       UNTIL WS-COPY-INDEX > WS-COPY-COUNT
          MOVE WS-COPY-NAME(WS-COPY-INDEX) TO WS-SRC-NAME
          MOVE WS-COPY-NAME(WS-COPY-INDEX) TO WS-FILE-LEAF
          PERFORM SANDBOX-NAME-PARA
          MOVE WS-SANDBOX-NAME TO WS-DST-NAME
          PERFORM COPY-SRC-TO-DST-PARA
          EVALUATE WS-COPY-VERDICT
          WHEN "Y"
             ADD 1 TO WS-COPIED
          WHEN "W"
             MOVE "N" TO WS-BUILD-OK
             DISPLAY WS-COPY-NAME(WS-COPY-INDEX)
                " *** COPY INCOMPLETE ***"
          WHEN OTHER
             CONTINUE
          END-EVALUATE
       END-PERFORM.
       DISPLAY WS-COPIED " SET-UP FILES COPIED FROM LIVE.".

       COPY-SRC-TO-DST-PARA.
      *the same record-by-record copy backup makes
       MOVE "M" TO WS-COPY-VERDICT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT srcFile.
       IF WS-SRC-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT dstFile.
       IF WS-DST-STATUS NOT = "00" THEN
          DISPLAY WS-DST-NAME " COULD NOT BE OPENED, STATUS "
             WS-DST-STATUS
          CLOSE srcFile
          MOVE "W" TO WS-COPY-VERDICT
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-COPY-VERDICT.
       PERFORM UNTIL WS-END-OF-FILE OR WS-COPY-VERDICT = "W"
          READ srcFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE SRC-RECORD TO DST-RECORD
                WRITE DST-RECORD
                IF WS-DST-STATUS NOT = "00" THEN
                   MOVE "W" TO WS-COPY-VERDICT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE dstFile.
       CLOSE srcFile.

      *=================================================
      *   THE MADE-UP SHOP
      *=================================================
       MAKE-PLAYERS-PARA.
      *one profile per regular, on the game's defaults, with a
      *playing history and a token balance to sell against
       OPEN OUTPUT playerFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-POOL-INDEX FROM 1 BY 1
       UNTIL WS-POOL-INDEX > WS-POOL-COUNT
          MOVE WS-PO-INITIALS(WS-POOL-INDEX) TO PL-INITIALS
          MOVE SPACES TO PL-KEYMAP
          MOVE 3 TO PL-DAS-TICKS
          MOVE 1 TO PL-ARR-TICKS
          MOVE 20 TO PL-BOARD-HEIGHT
          MOVE 10 TO PL-BOARD-WIDTH
          MOVE 5 TO WS-RANGE-LOW
          MOVE 200 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO PL-GAMES
          MOVE 800 TO WS-RANGE-LOW
          MOVE 6000 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          COMPUTE PL-SCORE = PL-GAMES * WS-RANDOM-PICK
          MOVE 5 TO WS-RANGE-LOW
          MOVE 40 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          COMPUTE PL-LINES = PL-GAMES * WS-RANDOM-PICK
          MOVE 0 TO WS-RANGE-LOW
          MOVE 40 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO PL-TOKENS
          MOVE 1000 TO WS-RANGE-LOW
          MOVE 1600 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO PL-RATING
          MOVE 0 TO WS-RANGE-LOW
          MOVE 5 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO PL-MISSION
          WRITE PLAYER-RECORD
       END-PERFORM.
       CLOSE playerFile.
       DISPLAY WS-POOL-COUNT " PLAYERS.".

       MAKE-MEMBERS-PARA.
      *half the regulars carry a card - a few of them lapsed, so
      *the renewal screens have something to find
       OPEN OUTPUT memberFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-POOL-INDEX FROM 1 BY 1
       UNTIL WS-POOL-INDEX > 12
          COMPUTE MB-NUMBER = 10000 + WS-POOL-INDEX
          MOVE WS-PO-NAME(WS-POOL-INDEX) TO MB-NAME
          MOVE WS-PO-INITIALS(WS-POOL-INDEX) TO MB-INITIALS
          MOVE 30 TO WS-RANGE-LOW
          MOVE 700 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-RANDOM-PICK
          MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
          MOVE WS-DATE-NUM TO MB-JOINED
          ADD 365 TO WS-DATE-INT
          MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
          MOVE WS-DATE-NUM TO MB-EXPIRES
          WRITE MEMBER-RECORD
       END-PERFORM.
       CLOSE memberFile.
       DISPLAY "12 MEMBERS.".

       MAKE-HIGHSCORES-PARA.
       OPEN OUTPUT hsFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-POOL-INDEX FROM 1 BY 1
       UNTIL WS-POOL-INDEX > 10
          MOVE WS-PO-INITIALS(WS-POOL-INDEX) TO HS-INITIALS
          MOVE 0 TO WS-RANGE-LOW
          MOVE 30 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO WS-DAY-BACK
          PERFORM DAY-BACK-PARA
          MOVE WS-DAY-DATE TO HS-DATE
          MOVE 20000 TO WS-RANGE-LOW
          MOVE 150000 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO HS-SCORE
          MOVE SPACE TO HS-VERIFIED
          WRITE HS-RECORD
       END-PERFORM.
       CLOSE hsFile.

       MAKE-SESSIONS-PARA.
      *two weeks of games, a few a day in the order they were
      *played, a walk-up "???" every so often
       OPEN OUTPUT sessionFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-RECORD-COUNT.
       PERFORM VARYING WS-VISIT-DAY FROM 1 BY 1
       UNTIL WS-VISIT-DAY > 14
          COMPUTE WS-DAY-BACK = 14 - WS-VISIT-DAY
          PERFORM DAY-BACK-PARA
          MOVE 3 TO WS-RANGE-LOW
          MOVE 9 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO WS-DAY-VISITS
          PERFORM VARYING WS-VISIT-INDEX FROM 1 BY 1
          UNTIL WS-VISIT-INDEX > WS-DAY-VISITS
             PERFORM MAKE-ONE-SESSION-PARA
          END-PERFORM
       END-PERFORM.
       CLOSE sessionFile.
       DISPLAY WS-RECORD-COUNT " GAME SESSIONS.".

       MAKE-ONE-SESSION-PARA.
       ADD 1 TO WS-RECORD-COUNT.
       MOVE WS-DAY-DATE TO SS-DATE.
       MOVE 500 TO WS-RANGE-LOW.
       MOVE 90000 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO SS-SCORE.
       MOVE 1 TO WS-RANGE-LOW.
       MOVE 15 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO SS-LEVEL.
       MOVE 2 TO WS-RANGE-LOW.
       MOVE 120 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO SS-LINES.
       MOVE 0 TO WS-CLOCK-HH.
       MOVE 2 TO WS-RANGE-LOW.
       MOVE 25 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO WS-CLOCK-MM.
       MOVE 0 TO WS-RANGE-LOW.
       MOVE 59 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO WS-CLOCK-SS.
       MOVE WS-CLOCK-WORK TO SS-TIME-PLAYED.
       PERFORM VARYING WS-PIECE-INDEX FROM 1 BY 1
       UNTIL WS-PIECE-INDEX > 7
          MOVE 5 TO WS-RANGE-LOW
          MOVE 60 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO SS-PIECE-COUNT(WS-PIECE-INDEX)
       END-PERFORM.
       PERFORM PICK-REGULAR-PARA.
       IF FUNCTION MOD(WS-RECORD-COUNT, 5) = 0 THEN
          MOVE "???" TO SS-INITIALS
       ELSE
          MOVE WS-PO-INITIALS(WS-POOL-INDEX) TO SS-INITIALS
       END-IF.
       MOVE SPACES TO SS-EVENT-ID.
       MOVE "N" TO SS-MODE.
       WRITE SESSION-RECORD.

       MAKE-VISITORS-PARA.
      *the last week on the register; today's only up to now, with
      *some of this afternoon's still in the building
       OPEN OUTPUT visitorFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-RECORD-COUNT.
       PERFORM VARYING WS-VISIT-DAY FROM 1 BY 1
       UNTIL WS-VISIT-DAY > 7
          COMPUTE WS-DAY-BACK = 7 - WS-VISIT-DAY
          PERFORM DAY-BACK-PARA
          MOVE 6 TO WS-RANGE-LOW
          MOVE 14 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO WS-DAY-VISITS
          MOVE 590 TO WS-MINUTE-IN
          PERFORM VARYING WS-VISIT-INDEX FROM 1 BY 1
          UNTIL WS-VISIT-INDEX > WS-DAY-VISITS
             PERFORM MAKE-ONE-VISIT-PARA
          END-PERFORM
       END-PERFORM.
       CLOSE visitorFile.
       DISPLAY WS-RECORD-COUNT " VISITOR REGISTER ENTRIES.".

       MAKE-ONE-VISIT-PARA.
      *each arrival a little after the last, opening at ten
       PERFORM PICK-REGULAR-PARA.
       MOVE 10 TO WS-RANGE-LOW.
       MOVE 50 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       ADD WS-RANDOM-PICK TO WS-MINUTE-IN.
       MOVE 30 TO WS-RANGE-LOW.
       MOVE 150 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       COMPUTE WS-MINUTE-OUT = WS-MINUTE-IN + WS-RANDOM-PICK.
       IF WS-DAY-BACK = 0 AND WS-MINUTE-IN > WS-NOW-MINUTES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PO-NAME(WS-POOL-INDEX) TO VR-NAME.
       MOVE WS-DAY-DATE TO VR-DATE.
       MOVE WS-MINUTE-IN TO WS-CLOCK-MINUTES.
       PERFORM CLOCK-FROM-MINUTES-PARA.
       MOVE WS-CLOCK-WORK TO VR-TIME-IN.
       IF WS-DAY-BACK = 0 AND WS-MINUTE-OUT > WS-NOW-MINUTES THEN
          MOVE SPACES TO VR-TIME-OUT
       ELSE
          MOVE WS-MINUTE-OUT TO WS-CLOCK-MINUTES
          PERFORM CLOCK-FROM-MINUTES-PARA
          MOVE WS-CLOCK-WORK TO VR-TIME-OUT
       END-IF.
       WRITE VISITOR-RECORD.
       ADD 1 TO WS-RECORD-COUNT.

       MAKE-BOOKINGS-PARA.
      *yesterday's slots closed off (arrived or no-show), today's
      *arrived up to now and open after, and three days ahead open
       OPEN OUTPUT reserveFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-RECORD-COUNT.
       PERFORM VARYING WS-BOOK-OFFSET FROM -1 BY 1
       UNTIL WS-BOOK-OFFSET > 3
          PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
          UNTIL WS-SLOT-INDEX > 4
             PERFORM MAKE-ONE-BOOKING-PARA
          END-PERFORM
       END-PERFORM.
       CLOSE reserveFile.
       DISPLAY WS-RECORD-COUNT " BOOKINGS.".

       MAKE-ONE-BOOKING-PARA.
      *one cabinet per slot number, so no two bookings collide
       COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-BOOK-OFFSET.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO RS-DATE.
       MOVE 12 TO WS-RANGE-LOW.
       MOVE 20 TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO WS-CLOCK-HH.
       MOVE 0 TO WS-CLOCK-MM.
       MOVE WS-CLOCK-WORK (1:4) TO RS-START.
       IF FUNCTION MOD(WS-SLOT-INDEX, 2) = 0 THEN
          MOVE 30 TO RS-LENGTH
       ELSE
          MOVE 60 TO RS-LENGTH
       END-IF.
       MOVE WS-SLOT-INDEX TO RS-MACHINE.
       PERFORM PICK-REGULAR-PARA.
       MOVE WS-PO-NAME(WS-POOL-INDEX) TO RS-NAME.
       EVALUATE TRUE
       WHEN WS-BOOK-OFFSET < 0 AND WS-SLOT-INDEX = 3
          MOVE "N" TO RS-STATUS
       WHEN WS-BOOK-OFFSET < 0
          MOVE "A" TO RS-STATUS
       WHEN WS-BOOK-OFFSET = 0 AND WS-CLOCK-HH * 60 <= WS-NOW-MINUTES
          MOVE "A" TO RS-STATUS
       WHEN OTHER
          MOVE "O" TO RS-STATUS
       END-EVALUATE.
       WRITE RESERVE-RECORD.
       ADD 1 TO WS-RECORD-COUNT.

       MAKE-VOUCHERS-PARA.
      *a fortnight of prize vouchers, the older ones handed in
       OPEN OUTPUT voucherFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-RECORD-COUNT FROM 1 BY 1
       UNTIL WS-RECORD-COUNT > 10
          COMPUTE VO-SERIAL = 100000 + WS-RECORD-COUNT
          COMPUTE WS-DAY-BACK = 14 - WS-RECORD-COUNT
          PERFORM DAY-BACK-PARA
          MOVE WS-DAY-DATE TO VO-DATE
          PERFORM PICK-REGULAR-PARA
          MOVE WS-PO-INITIALS(WS-POOL-INDEX) TO VO-INITIALS
          IF FUNCTION MOD(WS-RECORD-COUNT, 2) = 0 THEN
             MOVE "A" TO VO-REASON
             MOVE 5.00 TO VO-AMOUNT
          ELSE
             MOVE "D" TO VO-REASON
             MOVE 10.00 TO VO-AMOUNT
          END-IF
          MOVE SPACES TO VO-PRIZE
          IF WS-RECORD-COUNT <= 4 THEN
             MOVE "Y" TO VO-REDEEMED
             SUBTRACT 1 FROM WS-DAY-BACK
             PERFORM DAY-BACK-PARA
             MOVE WS-DAY-DATE TO VO-REDEEM-DATE
          ELSE
             MOVE "N" TO VO-REDEEMED
             MOVE SPACES TO VO-REDEEM-DATE
          END-IF
          WRITE VOUCHER-RECORD
       END-PERFORM.
       CLOSE voucherFile.
       DISPLAY "10 VOUCHERS.".

       MAKE-COUNTERS-PARA.
      *two weeks of closing-time counter postings on the audit
      *trail, and the ledger standing where they leave it
       OPEN OUTPUT auditFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO AU-REFUND.
       PERFORM VARYING WS-DAY-BACK FROM 14 BY -1
       UNTIL WS-DAY-BACK < 1
          PERFORM DAY-BACK-PARA
          MOVE 20 TO WS-RANGE-LOW
          MOVE 80 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          MOVE WS-RANDOM-PICK TO WS-DAY-AMOUNT
          MOVE "TOKENSISSUED" TO AU-NAME
          MOVE WS-ISSUED TO AU-OLD
          ADD WS-DAY-AMOUNT TO WS-ISSUED
          MOVE WS-ISSUED TO AU-NEW
          PERFORM AUDIT-STAMP-PARA
          MOVE 0 TO WS-RANGE-LOW
          MOVE 12 TO WS-RANGE-HIGH
          PERFORM NEXT-RANDOM-PARA
          SUBTRACT WS-RANDOM-PICK FROM WS-DAY-AMOUNT
          MOVE "TOKENSUSED" TO AU-NAME
          MOVE WS-USED TO AU-OLD
          ADD WS-DAY-AMOUNT TO WS-USED
          MOVE WS-USED TO AU-NEW
          PERFORM AUDIT-STAMP-PARA
          IF FUNCTION MOD(WS-DAY-BACK, 4) = 0 THEN
             MOVE "TOKENSBONUS" TO AU-NAME
             MOVE WS-BONUS TO AU-OLD
             ADD 5 TO WS-BONUS
             MOVE WS-BONUS TO AU-NEW
             PERFORM AUDIT-STAMP-PARA
          END-IF
       END-PERFORM.
       CLOSE auditFile.
       OPEN OUTPUT totalsFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-DAY-BACK.
       PERFORM DAY-BACK-PARA.
       MOVE WS-DAY-DATE TO TR-DATE.
       MOVE "TOKENSISSUED" TO TR-NAME.
       MOVE WS-ISSUED TO TR-VALUE.
       WRITE TOTALS-RECORD.
       MOVE "TOKENSUSED" TO TR-NAME.
       MOVE WS-USED TO TR-VALUE.
       WRITE TOTALS-RECORD.
       MOVE "TOKENSBONUS" TO TR-NAME.
       MOVE WS-BONUS TO TR-VALUE.
       WRITE TOTALS-RECORD.
       CLOSE totalsFile.
       DISPLAY "COUNTERS AND 14 DAYS OF AUDIT HISTORY.".

       AUDIT-STAMP-PARA.
       MOVE SPACES TO AU-STAMP.
       STRING WS-DAY-DATE "220000" DELIMITED BY SIZE INTO AU-STAMP.
       WRITE AUDIT-RECORD.

       WRITE-FLAG-PARA.
       OPEN OUTPUT flagFile.
       IF WS-OUT-STATUS NOT = "00" THEN
          PERFORM OUT-FAILED-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE "TRAINING SANDBOX " TO FL-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:14) TO FL-STAMP.
       WRITE FLAG-RECORD.
       CLOSE flagFile.

      *=================================================
      *   SMALL HELPERS
      *=================================================
       NEXT-RANDOM-PARA.
       COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM.
       COMPUTE WS-RANDOM-PICK = WS-RANGE-LOW
          + WS-RANDOM-WORK * (WS-RANGE-HIGH - WS-RANGE-LOW + 1).
       IF WS-RANDOM-PICK > WS-RANGE-HIGH THEN
          MOVE WS-RANGE-HIGH TO WS-RANDOM-PICK
       END-IF.

       PICK-REGULAR-PARA.
       MOVE 1 TO WS-RANGE-LOW.
       MOVE WS-POOL-COUNT TO WS-RANGE-HIGH.
       PERFORM NEXT-RANDOM-PARA.
       MOVE WS-RANDOM-PICK TO WS-POOL-INDEX.

       DAY-BACK-PARA.
       COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-DAY-BACK.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-DAY-DATE.

       CLOCK-FROM-MINUTES-PARA.
      *minutes after midnight to an hhmmss clock, kept short of
      *midnight so a late leaver never rolls into tomorrow
       IF WS-CLOCK-MINUTES > 1425 THEN
          MOVE 1425 TO WS-CLOCK-MINUTES
       END-IF.
       COMPUTE WS-CLOCK-HH = WS-CLOCK-MINUTES / 60.
       COMPUTE WS-CLOCK-MM = FUNCTION MOD(WS-CLOCK-MINUTES, 60).
       MOVE 0 TO WS-CLOCK-SS.

       OUT-FAILED-PARA.
       MOVE "N" TO WS-BUILD-OK.
       DISPLAY "SANDBOX FILE COULD NOT BE WRITTEN, STATUS "
             WS-OUT-STATUS.

       LOG-IN-SANDBOX-PARA.
      *the reset goes on the sandbox's own fresh SHOPLOG.DAT, never
      *the live one - the file path points into the sandbox just
      *long enough to write it, then goes back how it was found
       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
       DISPLAY WS-SANDBOX-PATH UPON ENVIRONMENT-VALUE.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "RESET" TO WS-LOG-EVENT.
       MOVE "SANDBOX BUILT CLEAN" TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
       IF WS-LIVE-PATH = SPACES THEN
          DISPLAY "." UPON ENVIRONMENT-VALUE
       ELSE
          DISPLAY WS-LIVE-PATH UPON ENVIRONMENT-VALUE
       END-IF.

       END PROGRAM training.
