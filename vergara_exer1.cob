	    SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS CHK-STATUS.
	    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS PROC-STATUS.
	    SELECT PROC-DATE-NEW ASSIGN TO "PROCDATE.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS PROCN-STATUS.
	    SELECT BUS-CALENDAR ASSIGN TO "BUSCAL"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS CAL-STATUS.
	    SELECT CONTROL-SHEET ASSIGN TO "CTLSHEET"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS CTL-STATUS.
	    SELECT XMIT-REGISTER ASSIGN TO "XMITREG"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS XMIT-STATUS.
	    SELECT XMIT-NEW ASSIGN TO "XMITREG.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS XMITN-STATUS.
	    SELECT ACK-FILE ASSIGN TO "ACKIN"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ACK-STATUS.
	    SELECT RECON-REPORT ASSIGN TO "RECONRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS RCN-STATUS.
	    SELECT DELTA-REPORT ASSIGN TO "DELTARPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS DLT-STATUS.
	    SELECT COMPARE-REPORT ASSIGN TO "COMPRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS CMP-STATUS.
	    SELECT MERGE-REPORT ASSIGN TO "MERGERPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS MRG-STATUS.
	    SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS OPER-STATUS.
	    SELECT TOLERANCE-FILE ASSIGN TO "TOLRULES"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS TOL-STATUS.
	    SELECT DOMAIN-RULES ASSIGN TO "DOMRULES"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS DOM-STATUS.
	    SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS EXC-STATUS.
	    SELECT MASTER-NEW ASSIGN TO "DSMASTER.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS MSTN-STATUS.
	    SELECT PENDING-FILE ASSIGN TO "PENDCHG"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS PND-STATUS.
	    SELECT PENDING-NEW ASSIGN TO "PENDCHG.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS PNDN-STATUS.
	    SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS PNDRPT-STATUS.
	    SELECT OPERATOR-NEW ASSIGN TO "OPERFILE.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS OPERN-STATUS.
	    SELECT SECURITY-LOG ASSIGN TO "SECLOG"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS SEC-STATUS.
	    SELECT SECURITY-REPORT ASSIGN TO "SECRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS SECRPT-STATUS.
	    SELECT SEC-SORT-WORK ASSIGN TO "SECSORTWK".
	    SELECT FEED-REGISTER ASSIGN TO "FEEDREG"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS FREG-STATUS.
	    SELECT FEED-REPORT ASSIGN TO "FEEDRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS FRPT-STATUS.
	    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS SUSP-STATUS.
	    SELECT SUSPENSE-NEW ASSIGN TO "SUSPENSE.NEW"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS SUSPN-STATUS.
	    SELECT SUSPENSE-REPORT ASSIGN TO "SUSPRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS SUSPRPT-STATUS.

	DATA DIVISION.

	FD  TRANSACTION-FILE.
	01  TRANS-RECORD.
	    02 TRANS-VALUE-X PIC X(5).
	    02 TRANS-REST PIC X(19).
	01  TRANS-TRAILER.
	    02 TRAIL-ID PIC X.
	    02 TRAIL-COUNT-X PIC X(5).
	    02 TRAIL-HASH-X PIC X(10).
	    02 FILLER PIC X(8).
	01  TRANS-DELTA.
	    02 DLT-CODE PIC X.
	    02 DLT-IX-X PIC X(5).
	    02 DLT-VAL-X PIC X(5).
	    02 DLT-REST PIC X(13).
	01  TRANS-FEED.
	    02 FEED-ID PIC X.
	    02 FEED-SYS PIC X(8).
	    02 FEED-DATE-X PIC X(8).
	    02 FEED-SEQ-X PIC X(6).
	    02 FILLER PIC X.
	01  TRANS-SECTION.
	    02 SECT-ID PIC X.
	    02 SECT-DSN PIC X(12).
	    02 SECT-MODE PIC X.
	    02 SECT-COUNT-X PIC X(5).
	    02 FILLER PIC X(5).
	01  TRANS-FEED-END.
	    02 FEND-ID PIC X.
	    02 FEND-COUNT-X PIC X(3).
	    02 FILLER PIC X(20).

	FD  REJECT-FILE.
	01  REJECT-RECORD PIC X(80).

	FD  SAVE-FILE.
	01  SAVE-RECORD PIC 9(5).
	01  CAT-RECORD PIC X(60).

	FD  DATASET-MASTER.
	01  MST-RECORD PIC X(80).

	FD  AUDIT-FILE.
	01  AUDIT-RECORD PIC X(160).

	FD  AUDIT-REPORT.
	01  AUDRPT-LINE PIC X(132).

	FD  ARCHIVE-FILE.
	01  ARCHIVE-RECORD PIC X(160).

	FD  STAT-HISTORY.
	01  STAT-RECORD PIC X(80).
	01  BLOG-RECORD PIC X(80).

	FD  CHECKPOINT-FILE.
	01  CHK-RECORD PIC X(24).

	FD  PROC-DATE-FILE.
	01  PROC-RECORD PIC X(60).

	FD  PROC-DATE-NEW.
	01  PROCN-RECORD PIC X(60).

	FD  BUS-CALENDAR.
	01  CAL-RECORD PIC X(40).

	FD  CONTROL-SHEET.
	01  CTL-LINE PIC X(100).

	FD  XMIT-REGISTER.
	01  XMIT-RECORD PIC X(100).

	FD  XMIT-NEW.
	01  XMITN-RECORD PIC X(100).

	FD  ACK-FILE.
	01  ACK-RECORD PIC X(80).

	FD  RECON-REPORT.
	01  RCN-LINE PIC X(100).

	FD  DELTA-REPORT.
	01  DELTA-LINE PIC X(80).
	FD  COMPARE-REPORT.
	01  CMP-LINE PIC X(100).

	FD  MERGE-REPORT.
	01  MRG-LINE PIC X(100).

	FD  OPERATOR-FILE.
	01  OPER-RECORD PIC X(60).

	FD  DIST-REPORT.
	01  DIST-LINE PIC X(100).
	FD  TOLERANCE-FILE.
	01  TOL-RECORD PIC X(40).

	FD  DOMAIN-RULES.
	01  DOM-RECORD PIC X(80).

	FD  EXCEPTION-REPORT.
	01  EXC-LINE PIC X(100).

	    02 EXT-TRL-HASH PIC 9(10).

	FD  INQUIRY-REPORT.
	01  INQ-LINE PIC X(160).

	FD  CATALOG-NEW.
	01  CATN-RECORD PIC X(60).

	FD  MASTER-NEW.
	01  MSTN-RECORD PIC X(80).

	FD  PENDING-FILE.
	01  PND-RECORD PIC X(100).

	FD  PENDING-NEW.
	01  PNDN-RECORD PIC X(100).

	FD  PENDING-REPORT.
	01  PNDRPT-LINE PIC X(100).

	FD  OPERATOR-NEW.
	01  OPERN-RECORD PIC X(60).

	FD  SECURITY-LOG.
	01  SEC-RECORD PIC X(80).

	FD  SECURITY-REPORT.
	01  SECRPT-LINE PIC X(100).

	SD  SEC-SORT-WORK.
	01  SEC-SORT-REC.
	    02 SsDate PIC 9(8).
	    02 FILLER PIC X.
	    02 SsTime PIC 9(6).
	    02 FILLER PIC X.
	    02 SsUser PIC X(8).
	    02 FILLER PIC X(56).

	FD  FEED-REGISTER.
	01  FREG-RECORD PIC X(80).

	FD  FEED-REPORT.
	01  FRPT-LINE PIC X(100).

	FD  SUSPENSE-FILE.
	01  SUSP-RECORD PIC X(120).

	FD  SUSPENSE-NEW.
	01  SUSPN-RECORD PIC X(120).

	FD  SUSPENSE-REPORT.
	01  SUSPRPT-LINE PIC X(100).

		WORKING-STORAGE SECTION.
		77 EXITED PIC 9 VALUE 0.
		77 CHOICE PIC 9(2).
		77 MenuMax PIC 9(2) VALUE 42.

*> Variables used for incrementing
        77 I PIC 9(5).
        77 EditExpect PIC 9(5).
        77 EditGood PIC 9(5).
        77 EditRejCnt PIC 9(5).
        77 EditBalWord PIC X(8).
        77 EditDsHold PIC X(12).
        77 EditHash PIC 9(10).
        77 TRAIL-SEEN PIC X VALUE "N".
            88 TRAIL-PRESENT VALUE "Y".
                03 DltVal PIC 9(5).
                03 DltOld PIC 9(5).
                03 DltAt PIC 9(5).
        77 DltRptExtend PIC X VALUE "N".

*> Variables used by the multi-dataset feed load (LOADFEED): one TRANSIN
*> carries a feed header ("F" + sending system + business date + feed
*> sequence), then one section per dataset - a section header ("S" +
*> dataset + mode R(eplace) or D(elta) + record count), the values or the
*> A/C/D cards, and the section's own "T" trailer - and a feed trailer
*> ("E" + section count). A first pass proves the structure; the feed
*> register FEEDREG then refuses a sequence already loaded for the sender
*> and flags a gap before anything is touched. Each section is edited,
*> balanced and loaded on its own with the same paragraphs the single-
*> dataset choices use, saved as a new generation of its dataset, and
*> reported on FEEDRPT; one bad section never holds back the others.
        77 FREG-STATUS PIC XX.
        77 FRPT-STATUS PIC XX.
        77 FREG-EOF PIC X VALUE "N".
            88 FREG-AT-EOF VALUE "Y".
        77 FeedScanOK PIC X.
        77 FeedScanWhy PIC X(50).
        77 FeedRecNo PIC 9(7).
        77 FeedSectCnt PIC 9(3).
        77 FeedEndCnt PIC 9(3).
        77 FeedEndSeen PIC X.
        77 FeedScanIn PIC X.
        77 FeedSys PIC X(8).
        77 FeedSeq PIC 9(6).
        77 FeedBusDate PIC 9(8).
        77 FeedLastSeq PIC 9(6).
        77 FeedDup PIC X.
        77 FeedDupDate PIC 9(8).
        77 FeedGap PIC X.
        77 FeedStat PIC X.
        77 FeedLoaded PIC 9(3).
        77 FeedInSect PIC X.
        77 FeedSectOK PIC X.
        77 FeedLoadOK PIC X.
        77 FeedRC PIC 99.
        77 FeedOrigDs PIC X(12).
        77 FsTotal PIC 9(3).
        77 FsIdx PIC 9(3).
        01 FEED-BUS-DATE.
            02 FeedBusYear PIC 9(4).
            02 FeedBusMonth PIC 9(2).
            02 FeedBusDay PIC 9(2).
        01 FEED-SECT-TABLE.
            02 FS-ENTRY occurs 50 times.
                03 FsDsn PIC X(12).
                03 FsMode PIC X.
                03 FsExpect PIC 9(5).
                03 FsGood PIC 9(5).
                03 FsRej PIC 9(5).
                03 FsSkip PIC 9(5).
                03 FsResult PIC X(40).

*> Variables used by the reject suspense file (SUSPENSE): a detail record or
*> card an edit rejects is held - dataset, feed date, the card image as
*> received, the reason code, replace or delta source - and when the load
*> goes ahead the held rejects become open suspense items instead of being
*> lost with the next TRANSREJ. The load then balances on accepted plus
*> suspended against the control counts, since every record is accounted
*> for. An operator corrects an item (SUSPCORRECT) by keying the card it
*> should have been, which goes through the same delta edit and apply as a
*> fed card, or writes it off; SUSPAGING ages what is still open. The file
*> opens with a NEXT= record carrying the next item number; corrected (C)
*> and written-off (X) items drop off when a later day rewrites it.
        77 SUSP-STATUS PIC XX.
        77 SUSPN-STATUS PIC XX.
        77 SUSPRPT-STATUS PIC XX.
        77 SUSP-EOF PIC X VALUE "N".
            88 SUSP-AT-EOF VALUE "Y".
        77 SuspTotal PIC 9(4).
        77 SuspIdx PIC 9(4).
        77 SuspNextId PIC 9(6).
        77 SuspFull PIC X.
        77 SuspHeld PIC 9(5).
        77 SuspFirst PIC 9(6).
        77 SuspDsn PIC X(12).
        77 SuspSrc PIC X.
        77 SuspFeedDate PIC 9(8).
        77 SuspPick PIC 9(6).
        77 SuspKeepUser PIC X(8).
        77 SuspFixCode PIC X.
        77 SuspFixIdxX PIC X(20).
        77 SuspFixValX PIC X(20).
        77 SuspFixNum PIC 9(5).
        77 SuspOpen PIC 9(5).
        77 SuspChase PIC 9(5).
        77 SuspAge PIC 9(3).
        77 SuspBucket PIC 9.
        77 SuspRsn PIC 9(2).
        77 EditSeen PIC 9(6).
        01 SUSP-TABLE.
            02 SUSP-ENTRY occurs 2000 times.
                03 SuspId PIC 9(6).
                03 SuspDsnT PIC X(12).
                03 SuspFeedDt PIC 9(8).
                03 SuspSrcT PIC X.
                03 SuspCard PIC X(24).
                03 SuspReason PIC X(30).
                03 SuspStat PIC X.
                03 SuspEntDate PIC 9(8).
                03 SuspResDate PIC 9(8).
                03 SuspUser PIC X(8).
        01 SUSP-HOLD-TABLE.
            02 SUSP-HOLD occurs 1000 times.
                03 SuspHCard PIC X(24).
                03 SuspHReason PIC X(30).
        01 SUSP-LINE.
            02 SuspLineId PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineFeedDt PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineSrc PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineCard PIC X(24).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineReason PIC X(30).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineStat PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineEntDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineResDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SuspLineUser PIC X(8).
        01 SUSP-AGE-TABLE.
            02 SA-ROW occurs 10 times.
                03 SaText PIC X(30).
                03 SaCnt occurs 5 times PIC 9(5).
                03 SaTot PIC 9(5).
        01 SA-COL-TOTALS.
            02 SaColTot occurs 5 times PIC 9(5).
        01 SA-LINE.
            02 SalText PIC X(30).
            02 FILLER PIC X(2) VALUE SPACES.
            02 SalCnt1 PIC Z(4)9.
            02 FILLER PIC X VALUE SPACE.
            02 SalCnt2 PIC Z(4)9.
            02 FILLER PIC X VALUE SPACE.
            02 SalCnt3 PIC Z(4)9.
            02 FILLER PIC X VALUE SPACE.
            02 SalCnt4 PIC Z(4)9.
            02 FILLER PIC X VALUE SPACE.
            02 SalCnt5 PIC Z(4)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SalTot PIC Z(4)9.

*> Variables used to count business days: Monday to Friday less holidays
        77 BdFrom PIC 9(8).
        77 BdTo PIC 9(8).
        77 BdCount PIC 9(3).
        77 BdDayNo PIC 9(7).
        77 BdEndNo PIC 9(7).
        77 BdWeekDay PIC 9.
        77 BdQuot PIC 9(7).
        77 BdIsBus PIC X.

*> Variables used by the business processing date: the control file
*> PROCDATE (BUSDATE=yyyymmdd) names the business day the run works for,
*> and every date the run stamps - reports, saves, statistics, the extract,
*> the audit log - is that date rather than the calendar date, so a rerun
*> after midnight or a weekend catch-up files under the day it belongs to.
*> The audit log also carries the real date and time (WALL=). Business days
*> are Monday to Friday less the holidays on the calendar BUSCAL (one
*> yyyymmdd per record, "*" opens a comment); SETBUSDATE advances the date
*> to the next business day or sets it, and only ever to a business day.
*> Without PROCDATE the business date is the calendar date. Sign-on and
*> password dates and the security log stay on the calendar date.
        77 PROC-STATUS PIC XX.
        77 PROCN-STATUS PIC XX.
        77 CAL-STATUS PIC XX.
        77 CAL-EOF PIC X VALUE "N".
            88 CAL-AT-EOF VALUE "Y".
        77 BusDate PIC 9(8).
        77 BusOld PIC 9(8).
        77 BusAction PIC X(8).
        77 BusDateIn PIC X(20).
        77 CalDate PIC 9(8).
        77 BusOK PIC X.
        77 WallDate PIC 9(8).
        77 HolTotal PIC 9(3).
        77 HolIdx PIC 9(3).
        01 HOL-TABLE.
            02 HolDayNo occurs 200 times PIC 9(7).

*> Variables used by the end-of-day control sheet (EODSHEET): one page for
*> the processing day, written to CTLSHEET, that gathers what the shift lead
*> used to tick off file by file - the batch steps and their return codes
*> from BATCHLOG, any restart and an outstanding checkpoint, and from the
*> audit lines of the business date the TRANSIN edits with their balance
*> status, delta applies and backouts, threshold breaches and the extract
*> totals, then the save generations catalogued that day set against the
*> datasets that were loaded or changed. Every line that wants a look is
*> marked, and the sheet ends CLEAR or NEEDS ATTENTION with a sign-off block.
        77 CTL-STATUS PIC XX.
        77 BLOG-EOF PIC X VALUE "N".
            88 BLOG-AT-EOF VALUE "Y".
        77 EodAttn PIC 9(3).
        77 EodSect PIC X.
        77 EodFound PIC 9(4).
        77 EodSteps PIC 9(3).
        77 EodRC PIC 9(2).
        77 EodRcPos PIC 9(3).
        77 EodWorst PIC 9(2).
        77 EodDone PIC X.
        77 EodToday PIC X.
        77 EodReopen PIC X.
        77 EodRestarts PIC 9(3).
        77 EodAcc PIC 9(7).
        77 EodRej PIC 9(7).
        77 EodNum PIC 9(5).
        77 EodTitle PIC X(60).
        77 EodDsn PIC X(12).
        77 EodIdx PIC 9(3).
        77 EodScan PIC 9(3).
        77 EodDsTotal PIC 9(3).
        77 EodBusText PIC X(10).
        77 EodLogDate PIC X(10).
        01 EOD-DS-TABLE.
            02 EOD-DS occurs 50 times.
                03 EodDsName PIC X(12).
                03 EodChgd PIC X.
                03 EodPend PIC X.
                03 EodSaveCnt PIC 9(3).
                03 EodSaveGen PIC 9(4).
                03 EodSaveTime PIC 9(6).
        01 EOD-DETAIL.
            02 FILLER PIC X(2) VALUE SPACES.
            02 EdTime PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EdPara PIC X(16).
            02 FILLER PIC X VALUE SPACE.
            02 EdDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 EdText PIC X(46).
        01 EOD-SAVE-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 EsDsn PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EsSaves PIC ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 EsGen PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 EsTime PIC X(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 EsStatus PIC X(30).

*> Variables used by the outbound transmission register (XMITREG) and its
*> reconciliation (XMITRECON). Every extract written is logged to the
*> register - dataset, the saved generation ARRAY1 held (0000 for unsaved
*> contents), business date, record count and hash, the real date and time
*> it was sent - with the extract header's date, time and dataset as the key
*> the warehouse echoes back. Their acknowledgement file ACKIN carries one
*> record per extract received: that key, the count and hash they loaded,
*> and A (accepted) or R (rejected). The reconciliation matches the two,
*> updates the register, and lists what matched, what didn't, and what is
*> still unacknowledged after a set number of hours. An extract that failed
*> and was sent again is superseded once the resend matches. Register
*> statuses: S sent, M matched, X count or hash mismatch, R rejected by the
*> warehouse, Z superseded; matched and superseded entries drop off when a
*> later day rewrites the register.
        77 XMIT-STATUS PIC XX.
        77 XMITN-STATUS PIC XX.
        77 ACK-STATUS PIC XX.
        77 RCN-STATUS PIC XX.
        77 XMIT-EOF PIC X VALUE "N".
            88 XMIT-AT-EOF VALUE "Y".
        77 ACK-EOF PIC X VALUE "N".
            88 ACK-AT-EOF VALUE "Y".
        77 XmitTotal PIC 9(4).
        77 XmitIdx PIC 9(4).
        77 XmitScan PIC 9(4).
        77 XmitFull PIC X.
        77 XmitGen PIC 9(4).
        77 XmitHours PIC 9(3).
        77 XmitNowNo PIC 9(7).
        77 XmitNowSecs PIC 9(5).
        77 XmitAgeSecs PIC S9(11).
        77 XmitAgeHrs PIC 9(7).
        77 XmitAgeShow PIC 9(3).
        77 XmitMatched PIC 9(4).
        77 XmitMism PIC 9(4).
        77 XmitUnack PIC 9(4).
        77 XmitAwait PIC 9(4).
        77 XmitSuper PIC 9(4).
        77 XmitNoReg PIC 9(4).
        77 XmitAckRead PIC X.
        77 XmitSect PIC X.
        01 XMIT-HMS.
            02 XhmHour PIC 9(2).
            02 XhmMin PIC 9(2).
            02 XhmSec PIC 9(2).
        01 XMIT-TABLE.
            02 XMIT-ENTRY occurs 2000 times.
                03 XrDsn PIC X(12).
                03 XrGen PIC 9(4).
                03 XrBusDate PIC 9(8).
                03 XrCount PIC 9(5).
                03 XrHash PIC 9(10).
                03 XrSentDate PIC 9(8).
                03 XrSentTime PIC 9(6).
                03 XrStat PIC X.
                03 XrAckCount PIC 9(5).
                03 XrAckHash PIC 9(10).
                03 XrAckDate PIC 9(8).
                03 XrAckTime PIC 9(6).
                03 XrNew PIC X.
        01 XMIT-LINE.
            02 XmlDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 XmlGen PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 XmlBusDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 XmlCount PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 XmlHash PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 XmlSentDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 XmlSentTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 XmlStat PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 XmlAckCount PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 XmlAckHash PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 XmlAckDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 XmlAckTime PIC 9(6).
        01 ACK-LINE.
            02 AckLDsn PIC X(12).
            02 AckLBusDate PIC X(8).
            02 AckLTime PIC X(6).
            02 AckLCount PIC X(5).
            02 AckLHash PIC X(10).
            02 AckLStat PIC X.
            02 FILLER PIC X(38).
        01 ACK-ORPHAN-TABLE.
            02 AckOrphan occurs 100 times PIC X(42).
        01 RCN-DETAIL.
            02 FILLER PIC X(2) VALUE SPACES.
            02 RdDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RdGen PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 RdBusDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 RdSentDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 RdSentTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 RdCount PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RdHash PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 RdAckCount PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 RdAckHash PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 RdNote PIC X(20).
        01 FREG-LINE.
            02 FRegSys PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 FRegSeq PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 FRegBusDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 FRegRunDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 FRegRunTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 FRegSects PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 FRegLoaded PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 FRegStat PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 FRegGap PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 FRegUser PIC X(8).
        01 FRPT-DETAIL.
            02 FrdSect PIC 9(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 FrdDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 FrdMode PIC X.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FrdExpect PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 FrdGood PIC 9(5).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FrdRej PIC 9(5).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FrdResult PIC X(40).

*> Variables used by the dataset compare (COMPAREDS): two saved generations
*> - of two datasets or of the same one - load side by side into the A and
            02 CmpDistValB occurs 10000 times PIC 9(5).
            02 CmpDistCntB occurs 10000 times PIC 9(5).

*> Variables used by the dataset merge (MERGEDS): up to 10 source datasets,
*> each at a named generation (NAME/gen) or its newest (NAME), load through
*> the compare paragraphs and are consolidated into a target dataset -
*> appended in source order (mode A), or collapsed to one of each distinct
*> value through the same sorted tally DUPSCAN uses (mode D). The result
*> must pass the target's domain rules and is saved as the target's next
*> generation, creating the target on the master when it is new. MERGERPT
*> sets each source's count and sum against the target's so the merge
*> proves itself. A batch card names the target, the mode, and the sources
*> separated by commas: 39 ALLREGION A NORTH,SOUTH/3,WEST.
        77 MRG-STATUS PIC XX.
        77 MrgTarget PIC X(12).
        77 MrgMode PIC X.
        77 MrgOK PIC X.
        77 MrgWhy PIC X(50).
        77 MrgNew PIC X.
        77 MrgAskDone PIC X.
        77 MrgList PIC X(80).
        77 MrgGenX PIC X(8).
        77 MrgSrcTotal PIC 9(2).
        77 MrgIdx PIC 9(2).
        77 MrgCount PIC 9(5).
        77 MrgInCount PIC 9(6).
        77 MrgInSum PIC 9(10).
        77 MrgOutSum PIC 9(10).
        77 MrgDupCnt PIC 9(6).
        77 MrgDupSum PIC 9(10).
        77 MrgDomBad PIC 9(5).
        77 MrgProof PIC X(40).
        77 MrgKeepDsn PIC X(12).
        77 MrgKeepGen PIC 9(4).
        01 MRG-SOURCES.
            02 MRG-SRC occurs 10 times.
                03 MrgSrcIn PIC X(20).
                03 MrgSrcDsn PIC X(12).
                03 MrgSrcGen PIC 9(4).
                03 MrgSrcCount PIC 9(5).
                03 MrgSrcSum PIC 9(10).
        01 MRG-WORK-TABLE.
            02 MrgValue occurs 10000 times PIC 9(5).
        01 MRG-DETAIL.
            02 MrdDsn PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 MrdGen PIC 9(4).
            02 FILLER PIC X(3) VALUE SPACES.
            02 MrdCount PIC Z(5)9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 MrdSum PIC Z(9)9.

*> Operator sign-on (SIGNON): an interactive session must sign on against
*> the operator file OPERFILE - one record per operator, the ID then an
*> authority digit - before the menu appears, and three failed tries end the
*> session. The record also holds the password, only ever as a hash salted
*> with the ID, the last sign-on date, the date the password was last set (a
*> password older than PwMaxDays, or one an administrator set, must be
*> changed at sign-on), the count of consecutive failed passwords and the
*> revoked flag that count sets at OperMaxFails - the count is kept on the
*> file, so it carries across sessions. Old ID-and-authority records have no
*> password yet and set one at their next sign-on. The file is kept through
*> operator maintenance (OPERMAINT) rather than by hand, and is rewritten
*> whole through OPERFILE.NEW like the other control files. The authority
*> level gates the destructive and maintenance choices in CHECKAUTH, and the
*> signed-on user rides on every AUDITLOG line and BATCHLOG step line so a
*> hand change is never anonymous again. A batch run is the scheduler's, and
*> runs as BATCH with full authority, though never as the checker of a
*> pending change; an installation without an OPERFILE yet runs unsecured
*> with a warning so existing operations keep working until the file is set
*> up.
        77 OPER-STATUS PIC XX.
        77 OPER-EOF PIC X VALUE "N".
            88 OPER-AT-EOF VALUE "Y".
        77 OperFound PIC X.
        77 AuthNeed PIC 9.
        77 AuthOK PIC X.
        77 OPERN-STATUS PIC XX.
        77 OpTotal PIC 9(3).
        77 OpIdx PIC 9(3).
        77 OpFull PIC X.
        77 OpOldAuth PIC 9.
        77 PwIn PIC X(12).
        77 PwIn2 PIC X(12).
        77 PwHash PIC 9(10).
        77 PwWork PIC 9(14).
        77 PwQuot PIC 9(14).
        77 PwPos PIC 9(2).
        77 PwAge PIC S9(7).
        77 PwMaxDays PIC 9(3) VALUE 90.
        77 OperMaxFails PIC 9(2) VALUE 5.
        77 PwTries PIC 9.
        77 PwNeed PIC X.
        77 PwSet PIC X.
        77 OmAction PIC X(6).
            88 OM-ADD VALUE "ADD".
            88 OM-AUTH VALUE "AUTH".
            88 OM-RESET VALUE "RESET".
            88 OM-REVOKE VALUE "REVOKE".
        77 OmId PIC X(8).
        77 OmAuthX PIC X.
        01 OPER-LINE.
            02 OperLineId PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 OperLineAuth PIC 9.
            02 FILLER PIC X VALUE SPACE.
            02 OperLineHash PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 OperLineLast PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 OperLinePwDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 OperLineFails PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 OperLineRevoked PIC X.
        01 OPER-TABLE.
            02 OP-ENTRY occurs 100 times.
                03 OpId PIC X(8).
                03 OpAuth PIC 9.
                03 OpHash PIC 9(10).
                03 OpLast PIC 9(8).
                03 OpPwDate PIC 9(8).
                03 OpFails PIC 9(2).
                03 OpRevoked PIC X.

*> Variables used by the security-violations log and report: every failed
*> sign-on (unknown ID, bad password, revoked operator) and every choice
*> CHECKAUTH refuses - short authority, or a dataset closed for the period -
*> is appended to SECLOG, and SECVIOLRPT sorts the log by operator and date
*> into SECRPT for the date range asked for
        77 SEC-STATUS PIC XX.
        77 SECRPT-STATUS PIC XX.
        77 SEC-EOF PIC X VALUE "N".
            88 SEC-AT-EOF VALUE "Y".
        77 SECS-EOF PIC X VALUE "N".
            88 SECS-AT-EOF VALUE "Y".
        77 SecUser PIC X(8).
        77 SecType PIC X(8).
        77 SecDetail PIC X(40).
        77 SecTotal PIC 9(5).
        77 SecUserTotal PIC 9(5).
        77 SecLastUser PIC X(8).
        77 SecSignon PIC 9(5).
        77 SecAuth PIC 9(5).
        77 SecClosed PIC 9(5).
        77 SecRevoked PIC 9(5).
        01 SEC-LINE.
            02 SecLDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SecLTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 SecLUser PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SecLType PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SecLChoice PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 SecLDetail PIC X(40).
        01 SECR-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SecRDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SecRTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 SecRType PIC X(8).
            02 FILLER PIC X(4) VALUE " CH=".
            02 SecRChoice PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 SecRDetail PIC X(40).

*> Variables used by the point-in-time backout (BACKOUT): the audit detail
*> lines (UPDATE/INSERT/DELETE with their IX=/OLD=/NEW=/COUNT= operands) for
*> the current dataset made after an operator-given calendar date/time
*> collect in BACK-TABLE in log order, then replay newest-first in reverse
*> against a working copy of ARRAY1 - an update puts its OLD value back, an
*> insert is deleted again, a delete is re-inserted. ARRAY1 is only replaced
*> when every reversal lands and the values found match what the log says
*> was there, and each reversal writes its own ordinary audit detail line,
*> so the journal stays complete and a later backout to an earlier point
*> replays correctly across this one.
        77 BackOK PIC X.
        77 BackFail PIC X.
        77 BackOver PIC X.
        77 BackWord PIC X(6).
        77 BackTotal PIC 9(5).
        77 BackSeq PIC 9(5).
        77 CutDate PIC 9(8).
        77 CutTime PIC 9(6).
        77 BkDateN PIC 9(8).
        77 BkTimeN PIC 9(6).
        77 BkWallPos PIC 9(3).
        77 BkDsKey PIC X(16).
        77 AudF7 PIC X(16).
        77 AudF8 PIC X(16).
        77 AudF9 PIC X(16).
        77 AudF10 PIC X(16).
        01 BACK-TABLE.
            02 BK-ENTRY occurs 2000 times.
                03 TolKey PIC X(12).
                03 TolVal PIC 9(5).

*> Variables used by the value domain rules (DOMLOAD/DOMCHECK): the rules
*> file DOMRULES holds, per dataset name, a RANGE (dsn RANGE min max), a
*> LIST of allowed values (dsn LIST v1 v2 ... - as many LIST records as it
*> takes), or a REF to another dataset whose newest saved generation holds
*> the allowed values (dsn REF refdsn); "*" opens a comment. A value must
*> pass every kind of rule its dataset has. Every path that puts a value
*> into ARRAY1 - the feeds, hand maintenance and its approval, CSV import,
*> suspense correction - checks it, and an edit rejects a value outside
*> the domain with its own reason code. No rules for a dataset, or no
*> DOMRULES at all, means any value from 1 to 99999 is allowed.
        77 DOM-STATUS PIC XX.
        77 DOM-EOF PIC X VALUE "N".
            88 DOM-AT-EOF VALUE "Y".
        77 DomDsn PIC X(12).
        77 DomRange PIC X.
        77 DomMin PIC 9(5).
        77 DomMax PIC 9(5).
        77 DomListCnt PIC 9(3).
        77 DomRef PIC X.
        77 DomRefDsn PIC X(12).
        77 DomRefCnt PIC 9(5).
        77 DomVal PIC 9(5).
        77 DomOK PIC X.
        77 DomTokIdx PIC 9(3).
        77 DomRuleCnt PIC 9(3).
        01 DOM-TOKENS.
            02 DomTok occurs 14 times PIC X(12).
        01 DOM-LIST-TABLE.
            02 DomList occurs 200 times PIC 9(5).
        01 DOM-REF-TABLE.
            02 DomRefHas occurs 99999 times PIC X.

*> Variables used by the controlled extract feed (EXTRACTFEED): the
*> interface file EXTRACT carries a dated "H" header, one fixed-layout "D"
*> detail per element, and a "T" trailer with the record count and a hash
        77 EXT-STATUS PIC XX.
        77 ExtCount PIC 9(5).
        77 ExtHash PIC 9(10).
        77 ExtTime PIC 9(6).

*> Variables used by the audit inquiry (AUDITINQ): the archive AUDITARC and
*> the live AUDITLOG are searched together - archive first, so the report
        77 InqDsKey PIC X(16).
        77 InqParaKey PIC X(24).
        77 InqMatches PIC 9(7).
        77 InqLine PIC X(160).

*> Crash-safe control files: the save catalog and the dataset master are
*> never rewritten in place any more - each rewrite goes to a work file
*> save, load, print, and analysis paragraph works against; its generations
*> are the files <name>.Gnnnn, so the original ARRAYDAT series doubles as the
*> starting dataset and old saves stay restorable.
*> Each record also carries the dataset's period status - O(pen) or
*> C(losed) - with the generation the close pinned and who closed it when.
*> A closed dataset refuses every choice that would change its data, at the
*> console and on cards alike, and retention never retires a pinned
*> generation; reopening takes authority 9 and a logged reason. Records
*> written before the status existed read as open with nothing pinned.
        77 DS-STATUS PIC XX.
        77 DS-EOF PIC X VALUE "N".
            88 DS-AT-EOF VALUE "Y".
        77 DsNameOK PIC X.
        77 MstTotal PIC 9(3).
        77 MstIdx PIC 9(3).
        77 ClsDsn PIC X(12).
        77 DsClosed PIC X.
        77 PinGen PIC 9(4).
        77 ReopenWhy PIC X(39).
        01 MASTER-TABLE.
            02 MST-ENTRY occurs 50 times.
                03 MstName PIC X(12).
                03 MstCount PIC 9(5).
                03 MstDate PIC 9(8).
                03 MstTime PIC 9(6).
                03 MstStat PIC X.
                03 MstPin PIC 9(4).
                03 MstClsDate PIC 9(8).
                03 MstClsUser PIC X(8).
        01 MST-LINE.
            02 MstLineName PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 MstLineDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 MstLineTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 MstLineStat PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 MstLinePin PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 MstLineClsDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 MstLineClsUser PIC X(8).

*> Operands carried on a batch control card after the choice number, so the
*> parameterized steps (dataset selection and the like) run unattended too.
*> BatchText holds the card from the second operand on, spaces and all, for
*> the steps whose last operand is free text such as a reason.
        77 BatchParm1 PIC X(20).
        77 BatchParm2 PIC X(20).
        77 BatchParm3 PIC X(20).
        77 BatchParm4 PIC X(20).
        77 BatchText PIC X(60).
        77 BatchSkip PIC X(20).
        77 BatchPtr PIC 9(3).

*> Variables used by the audit activity report (AUDITREPORT): the live log is
*> scanned once, each line is split into its date, time, and PARA= fields,
        77 ARC-OPEN PIC X VALUE "N".
        77 PurgeFail PIC X VALUE "N".
        01 KEEP-TABLE.
            02 KeepLine occurs 2000 times PIC X(160).

*> Variables used by the element maintenance choices (search, update, insert,
*> delete): every change writes a second audit line carrying the before and
        77 MaintOK PIC X.
        77 MaintInX PIC X(8).
        77 MaintHits PIC 9(5).
        77 AuditDetail PIC X(46).

*> Dual control over the hand maintenance choices: an update, insert, or
*> delete keyed at the console (or on a card) no longer touches ARRAY1. It
*> is queued on the pending-changes file PENDCHG with the dataset, index,
*> old and new values, the maker, and when it was keyed, and only lands
*> when a different operator approves it (APPROVECHG) - the approval checks
*> the value the maker saw is still there before applying, so a queued
*> change can't land on a dataset that has moved since. The optional first
*> record NEXT=nnnnn carries the next item number so numbers are never
*> reused. Resolved items stay on file for the rest of the day they were
*> resolved and drop off on a later rewrite; the pending report (PENDREPORT)
*> lists what is still waiting and flags whatever was keyed before today as
*> left pending past end of day. An unsecured installation has no second
*> operator to approve anything, so there the changes apply as before.
        77 PND-STATUS PIC XX.
        77 PNDN-STATUS PIC XX.
        77 PNDRPT-STATUS PIC XX.
        77 PND-EOF PIC X VALUE "N".
            88 PND-AT-EOF VALUE "Y".
        77 DualControl PIC X VALUE "Y".
        77 PndTotal PIC 9(3).
        77 PndIdx PIC 9(3).
        77 PndNextSeq PIC 9(5).
        77 PndPick PIC 9(5).
        77 PndAction PIC X.
        77 PndVerb PIC X.
        77 PndWaiting PIC 9(3).
        77 PndOverdue PIC 9(3).
        77 PndDone PIC 9(3).
        77 PndFull PIC X.
        01 PENDING-TABLE.
            02 PND-ENTRY occurs 500 times.
                03 PndSeq PIC 9(5).
                03 PndDsn PIC X(12).
                03 PndCode PIC X.
                03 PndIx PIC 9(5).
                03 PndOld PIC 9(5).
                03 PndNew PIC 9(5).
                03 PndMaker PIC X(8).
                03 PndDate PIC 9(8).
                03 PndTime PIC 9(6).
                03 PndStat PIC X.
                03 PndChecker PIC X(8).
                03 PndActDate PIC 9(8).
                03 PndActTime PIC 9(6).
        01 PND-LINE.
            02 PndLineSeq PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineCode PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 PndLineIx PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineOld PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineNew PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineMaker PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineTime PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineStat PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 PndLineChecker PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineActDate PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 PndLineActTime PIC 9(6).

*> Statistics history: every LARGESTEVEN run appends one dated record per
*> dataset to STATHIST, and the trend report (TRENDREPORT) reads it back to

*> Number of elements currently held in ARRAY1 (drives element's OCCURS DEPENDING ON)
        77 ArrayCount PIC 9(5) VALUE 1.
*> Saved generation ARRAY1 holds exactly as it stands: set when a generation
*> is loaded or saved, back to 0 as soon as anything changes the elements,
*> so 0 means the contents are on no saved generation
        77 ArrayGen PIC 9(4) VALUE 0.

*> Variables used as temp value
        77 A PIC 9(5).
        77 RunRC PIC 9(2).

*> Batch checkpoint/restart: after every completed control card the step
*> number, the dataset in effect with the generation ARRAY1 holds, and a
*> copy of ARRAY1 (in the work file
*> CHKARRAY, written in the save-file layout) go to the checkpoint file
*> CHKPOINT. A batch run that finds a checkpoint on startup restores that
*> state and skips straight past the steps already done, so a run that died
        77 CHK-STATUS PIC XX.
        77 RestartSkip PIC 9(3).
        77 ChkHold PIC 9(2).
        77 ChkFound PIC X.
        77 ChkName PIC X(30).
        01 CHK-LINE.
            02 ChkLineStep PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 ChkLineDsn PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 ChkLineGen PIC 9(4).

*> Array. Sized 1 to 10000 elements, driven by ArrayCount, so the array keeps
*> up with the growing daily feed
	PROCEDURE DIVISION.
*> When a control-card file BATCHIN is present the whole run is unattended:
*> the choices come from the cards instead of the console. Otherwise the
*> menu loop runs interactively exactly as before. Either way the business
*> date comes first, from PROCDATE and the calendar BUSCAL.
        MOVE 0 TO RunRC
        MOVE 0 TO element(1)
        PERFORM READPROCDATE
        OPEN INPUT BATCH-FILE
        IF BATCH-STATUS = "00"
            MOVE "Y" TO BATCH-MODE
        DISPLAY "[27] Extract Feed ".
        DISPLAY "[28] Audit Inquiry ".
        DISPLAY "[29] Rebuild Catalog From Disk ".
        DISPLAY "[30] Approve/Reject Pending Changes ".
        DISPLAY "[31] Pending Changes Report ".
        DISPLAY "[32] Close Dataset For The Period ".
        DISPLAY "[33] Reopen Closed Dataset ".
        DISPLAY "[34] Operator Maintenance ".
        DISPLAY "[35] Security Violations Report ".
        DISPLAY "[36] Load Multi-Dataset Feed ".
        DISPLAY "[37] Correct Suspended Rejects ".
        DISPLAY "[38] Suspense Aging Report ".
        DISPLAY "[39] Merge Datasets ".
        DISPLAY "[40] Set Business Date ".
        DISPLAY "[41] End-of-Day Control Sheet ".
        DISPLAY "[42] Extract Delivery Reconciliation ".
		DISPLAY " Choice : " WITH NO ADVANCING .

		PERFORM GETCHOICE.
        RUNCHOICE.
        MOVE 0 TO StepRC
        PERFORM CHECKAUTH
        EVALUATE AuthOK
            WHEN "Y"
                PERFORM DISPATCHCHOICE
            WHEN "C"
                DISPLAY "DATASET " CurrentDataset " IS CLOSED FOR THE PERIOD,"
                    " CHOICE " CHOICE " NOT RUN"
                MOVE 8 TO StepRC
                MOVE OperUser TO SecUser
                MOVE "CLOSED" TO SecType
                MOVE SPACES TO SecDetail
                STRING "DATASET " CurrentDataset " CLOSED FOR THE PERIOD"
                    DELIMITED BY SIZE INTO SecDetail
                PERFORM WRITESECLOG
            WHEN OTHER
                DISPLAY "CHOICE " CHOICE " REQUIRES AUTHORITY " AuthNeed
                    " AND " OperUser " HAS " OperAuth ", NOT RUN"
                MOVE 8 TO StepRC
                MOVE OperUser TO SecUser
                MOVE "AUTH" TO SecType
                MOVE SPACES TO SecDetail
                STRING "NEEDS AUTHORITY " AuthNeed " HAS " OperAuth
                    DELIMITED BY SIZE INTO SecDetail
                PERFORM WRITESECLOG
        END-EVALUATE
        IF StepRC > RunRC
            MOVE StepRC TO RunRC
        END-IF.

*> Maps the choice in hand to the authority it takes: the destructive
*> choices (delete dataset, audit purge, reopening a closed period),
*> operator maintenance and setting the business date need 9, the choices
*> that change elements by hand or by delta - or approve someone else's hand
*> change, close a period, correct suspended rejects, merge datasets, or
*> review security violations - need 5, and everything else runs at 1. An
*> authorized choice that would change the current dataset's data is still
*> refused (AuthOK C) while that dataset is closed for the period.
        CHECKAUTH.
        EVALUATE CHOICE
            WHEN 12 MOVE 9 TO AuthNeed
            WHEN 23 MOVE 5 TO AuthNeed
            WHEN 25 MOVE 5 TO AuthNeed
            WHEN 29 MOVE 9 TO AuthNeed
            WHEN 30 MOVE 5 TO AuthNeed
            WHEN 32 MOVE 5 TO AuthNeed
            WHEN 33 MOVE 9 TO AuthNeed
            WHEN 34 MOVE 9 TO AuthNeed
            WHEN 35 MOVE 5 TO AuthNeed
            WHEN 36 MOVE 5 TO AuthNeed
            WHEN 37 MOVE 5 TO AuthNeed
            WHEN 39 MOVE 5 TO AuthNeed
            WHEN 40 MOVE 9 TO AuthNeed
            WHEN OTHER MOVE 1 TO AuthNeed
        END-EVALUATE
        IF OperAuth >= AuthNeed
            MOVE "Y" TO AuthOK
        ELSE
            MOVE "N" TO AuthOK
        END-IF
        IF AuthOK = "Y"
            EVALUATE CHOICE
                WHEN 1
                WHEN 6
                WHEN 17
                WHEN 18
                WHEN 19
                WHEN 22
                WHEN 23
                WHEN 25
                    MOVE CurrentDataset TO ClsDsn
                    PERFORM CHECKCLOSED
                    IF DsClosed = "Y"
                        MOVE "C" TO AuthOK
                    END-IF
            END-EVALUATE
        END-IF.

*> Sets DsClosed to Y when the dataset named in ClsDsn is closed for the
*> period on the master
        CHECKCLOSED.
        MOVE "N" TO DsClosed
        PERFORM READMASTER
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>MstTotal
            IF MstName(K) = ClsDsn AND MstStat(K) = "C"
                MOVE "Y" TO DsClosed
            END-IF
        END-PERFORM.

*> Runs the worker paragraph for the authorized choice in hand
        DISPATCHCHOICE.
		IF CHOICE = 1
        IF CHOICE = 29
            PERFORM CATRECOVER.

        IF CHOICE = 30
            PERFORM APPROVECHG.

        IF CHOICE = 31
            PERFORM PENDREPORT.

        IF CHOICE = 32
            PERFORM CLOSEDATASET.

        IF CHOICE = 33
            PERFORM REOPENDATASET.

        IF CHOICE = 34
            PERFORM OPERMAINT.

        IF CHOICE = 35
            PERFORM SECVIOLRPT.

        IF CHOICE = 36
            PERFORM LOADFEED.

        IF CHOICE = 37
            PERFORM SUSPCORRECT.

        IF CHOICE = 38
            PERFORM SUSPAGING.

        IF CHOICE = 39
            PERFORM MERGEDS.

        IF CHOICE = 40
            PERFORM SETBUSDATE.

        IF CHOICE = 41
            PERFORM EODSHEET.

        IF CHOICE = 42
            PERFORM XMITRECON.

*> Reads CHOICE and re-prompts in place, without redisplaying the menu, when the
*> entry is non-numeric or outside the valid menu range
        GETCHOICE.

*> Signs the operator on before the menu appears: the keyed ID must be on
*> the operator file OPERFILE, whose record carries the authority level the
*> session runs with, and the password keyed must hash to the one on file.
*> Three failed tries refuse the session outright; failed passwords also
*> count on the operator's record across sessions and revoke the ID at
*> OperMaxFails. A password that has expired, or that an administrator set,
*> has to be changed before the menu appears. An installation with no
*> OPERFILE yet runs unsecured, loudly, so setting up the file is what turns
*> the gate on. Sign-ons and refusals both land in the audit log, and every
*> failure in the security-violations log as well.
        SIGNON.
        OPEN INPUT OPERATOR-FILE
        IF OPER-STATUS = "35"
                " RUNNING UNSECURED WITH FULL AUTHORITY"
            MOVE "UNSECURE" TO OperUser
            MOVE 9 TO OperAuth
            MOVE "N" TO DualControl
            DISPLAY "WARNING: NO SECOND OPERATOR TO APPROVE, HAND CHANGES"
                " APPLY WITHOUT DUAL CONTROL"
        ELSE
            CLOSE OPERATOR-FILE
            PERFORM READOPERS
            MOVE 0 TO CHOICE
            MOVE "N" TO OperFound
            MOVE "N" TO PwSet
            MOVE 0 TO OperTries
            PERFORM SIGNONTRY
                UNTIL OperFound = "Y" OR OperTries >= 3
            IF OperFound = "Y"
                PERFORM PWCHECKAGE
            END-IF
            IF OperFound = "Y"
                MOVE OperIdIn TO OperUser
                ACCEPT RunDate FROM DATE YYYYMMDD
                MOVE RunDate TO OpLast(OpIdx)
                MOVE 0 TO OpFails(OpIdx)
                PERFORM WRITEOPERS
                DISPLAY "SIGNED ON AS " OperUser
                    " WITH AUTHORITY " OperAuth
                MOVE "SIGNON" TO AuditPara
                MOVE "SIGNON ACCEPTED" TO AuditDetail
                PERFORM WRITEAUDITDET
                IF PwSet = "Y"
                    MOVE "PASSWORD CHANGED AT SIGNON" TO AuditDetail
                    PERFORM WRITEAUDITDET
                END-IF
            ELSE
                DISPLAY "SIGN-ON FAILED, ACCESS REFUSED"
                MOVE "SIGNON" TO AuditPara
            END-IF
        END-IF.

*> Takes one sign-on attempt: prompts for the operator ID, looks it up and,
*> for an ID that is on file and not revoked, checks the password. An ID
*> with no password on file yet (an old record) is let through to set one.
        SIGNONTRY.
        ADD 1 TO OperTries
        DISPLAY "OPERATOR ID : " WITH NO ADVANCING
            DISPLAY "OPERATOR ID REQUIRED"
        ELSE
            PERFORM FINDOPER
            MOVE OperIdIn TO SecUser
            MOVE "SIGNON" TO SecType
            EVALUATE TRUE
                WHEN OpIdx = 0
                    DISPLAY "OPERATOR " OperIdIn " NOT ON THE OPERATOR FILE"
                    MOVE "UNKNOWN OPERATOR ID" TO SecDetail
                    PERFORM WRITESECLOG
                WHEN OpRevoked(OpIdx) = "Y"
                    DISPLAY "OPERATOR " OperIdIn " IS REVOKED, SEE THE"
                        " SECURITY ADMINISTRATOR"
                    MOVE "REVOKED OPERATOR ATTEMPTED SIGNON" TO SecDetail
                    PERFORM WRITESECLOG
                WHEN OTHER
                    DISPLAY "PASSWORD : " WITH NO ADVANCING
                    MOVE SPACES TO PwIn
                    ACCEPT PwIn
                    IF OpHash(OpIdx) = 0
                        MOVE "Y" TO OperFound
                    ELSE
                        PERFORM HASHPASSWORD
                        IF PwHash = OpHash(OpIdx)
                            MOVE "Y" TO OperFound
                        ELSE
                            PERFORM PWFAILED
                        END-IF
                    END-IF
            END-EVALUATE
            IF OperFound = "Y"
                MOVE OpAuth(OpIdx) TO OperAuth
            END-IF
        END-IF.

*> Counts a wrong password against the operator at OpIdx on the file itself,
*> revoking the ID once the consecutive failures reach OperMaxFails
        PWFAILED.
        ADD 1 TO OpFails(OpIdx)
        DISPLAY "INVALID PASSWORD"
        MOVE SPACES TO SecDetail
        STRING "INVALID PASSWORD FAILS=" OpFails(OpIdx)
            DELIMITED BY SIZE INTO SecDetail
        PERFORM WRITESECLOG
        IF OpFails(OpIdx) >= OperMaxFails
            MOVE "Y" TO OpRevoked(OpIdx)
            DISPLAY "OPERATOR " OperIdIn " REVOKED AFTER " OpFails(OpIdx)
                " FAILED SIGN-ONS"
            MOVE "REVOKED" TO SecType
            MOVE SPACES TO SecDetail
            STRING "REVOKED AFTER " OpFails(OpIdx) " FAILED SIGNONS"
                DELIMITED BY SIZE INTO SecDetail
            PERFORM WRITESECLOG
            MOVE "SIGNON" TO AuditPara
            MOVE SPACES TO AuditDetail
            STRING "OPER REVOKED ID=" OperIdIn " FAILS=" OpFails(OpIdx)
                DELIMITED BY SIZE INTO AuditDetail
            PERFORM WRITEAUDITDET
        END-IF
        PERFORM WRITEOPERS.

*> Makes the operator who just signed on set a new password when the one on
*> file has expired, was set by an administrator, or was never set; three
*> failed attempts at a new one refuse the session
        PWCHECKAGE.
        ACCEPT RunDate FROM DATE YYYYMMDD
        MOVE "N" TO PwNeed
        EVALUATE TRUE
            WHEN OpHash(OpIdx) = 0
                DISPLAY "NO PASSWORD ON FILE FOR " OperIdIn
                    ", ONE MUST BE SET NOW"
                MOVE "Y" TO PwNeed
            WHEN OpPwDate(OpIdx) = 0
                DISPLAY "TEMPORARY PASSWORD, A NEW ONE MUST BE SET NOW"
                MOVE "Y" TO PwNeed
            WHEN OTHER
                COMPUTE PwAge = FUNCTION INTEGER-OF-DATE (RunDate)
                    - FUNCTION INTEGER-OF-DATE (OpPwDate(OpIdx))
                IF PwAge > PwMaxDays
                    DISPLAY "PASSWORD EXPIRED AFTER " PwMaxDays
                        " DAYS, A NEW ONE MUST BE SET NOW"
                    MOVE "Y" TO PwNeed
                END-IF
        END-EVALUATE
        IF PwNeed = "Y"
            MOVE 0 TO PwTries
            PERFORM PWNEWTRY UNTIL PwSet = "Y" OR PwTries >= 3
            IF PwSet = "N"
                MOVE "N" TO OperFound
                MOVE OperIdIn TO SecUser
                MOVE "SIGNON" TO SecType
                MOVE "REQUIRED PASSWORD CHANGE NOT MADE" TO SecDetail
                PERFORM WRITESECLOG
            END-IF
        END-IF.

*> Takes one attempt at a new password: keyed twice, at least 6 characters
*> and not the password it replaces
        PWNEWTRY.
        ADD 1 TO PwTries
        DISPLAY "NEW PASSWORD (6-12 CHARACTERS) : " WITH NO ADVANCING
        MOVE SPACES TO PwIn
        ACCEPT PwIn
        DISPLAY "KEY THE NEW PASSWORD AGAIN     : " WITH NO ADVANCING
        MOVE SPACES TO PwIn2
        ACCEPT PwIn2
        PERFORM HASHPASSWORD
        EVALUATE TRUE
            WHEN PwIn(1:6) = SPACES OR PwIn(6:1) = SPACE
                DISPLAY "PASSWORD MUST BE AT LEAST 6 CHARACTERS"
            WHEN PwIn NOT = PwIn2
                DISPLAY "THE TWO ENTRIES DO NOT MATCH"
            WHEN PwHash = OpHash(OpIdx)
                DISPLAY "THE NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
            WHEN OTHER
                MOVE PwHash TO OpHash(OpIdx)
                MOVE RunDate TO OpPwDate(OpIdx)
                MOVE "Y" TO PwSet
                DISPLAY "PASSWORD CHANGED"
        END-EVALUATE.

*> Hashes the password in PwIn, salted with the operator ID at OpIdx, into
*> PwHash: a running base-31 / base-131 fold of the character codes kept
*> within ten digits, so the file never holds the password itself. A hash
*> of zero is reserved for "no password on file".
        HASHPASSWORD.
        MOVE 7 TO PwWork
        PERFORM VARYING PwPos FROM 1 BY 1 UNTIL PwPos > 8
            COMPUTE PwWork = PwWork * 31
                + FUNCTION ORD (OpId(OpIdx)(PwPos:1))
            DIVIDE PwWork BY 9999999967 GIVING PwQuot REMAINDER PwWork
        END-PERFORM
        PERFORM VARYING PwPos FROM 1 BY 1 UNTIL PwPos > 12
            COMPUTE PwWork = PwWork * 131
                + FUNCTION ORD (PwIn(PwPos:1))
            DIVIDE PwWork BY 9999999967 GIVING PwQuot REMAINDER PwWork
        END-PERFORM
        MOVE PwWork TO PwHash
        IF PwHash = 0
            MOVE 1 TO PwHash
        END-IF.

*> Looks OperIdIn up in the operator table, leaving its entry in OpIdx (0
*> when not on file)
        FINDOPER.
        MOVE 0 TO OpIdx
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>OpTotal
            IF OpId(K) = OperIdIn
                MOVE K TO OpIdx
            END-IF
        END-PERFORM.

*> Loads the operator file into OPER-TABLE. Records without a numeric
*> authority digit are skipped the same way the catalog read skips what it
*> can't decode; fields an old record doesn't have yet read as zero (no
*> password, never signed on) and not revoked.
        READOPERS.
        MOVE 0 TO OpTotal
        MOVE "N" TO OpFull
        MOVE "N" TO OPER-EOF
        OPEN INPUT OPERATOR-FILE
        IF OPER-STATUS = "35"
            CONTINUE
        ELSE
            IF OPER-STATUS NOT = "00"
                DISPLAY "WARNING: COULD NOT READ OPERATOR FILE OPERFILE"
            ELSE
                PERFORM READOPERREC UNTIL OPER-AT-EOF
                CLOSE OPERATOR-FILE
            END-IF
        END-IF
        IF OpFull = "Y"
            DISPLAY "WARNING: OPERATOR FILE HOLDS MORE THAN 100 OPERATORS,"
                " THE REST ARE IGNORED"
        END-IF.

*> Reads and decodes one operator record into the table
        READOPERREC.
        READ OPERATOR-FILE
            AT END MOVE "Y" TO OPER-EOF
            NOT AT END
                MOVE SPACES TO OPER-LINE
                MOVE OPER-RECORD TO OPER-LINE
                IF OperLineId NOT = SPACES
                    AND OperLineAuth IS NUMERIC
                    IF OpTotal >= 100
                        MOVE "Y" TO OpFull
                    ELSE
                        ADD 1 TO OpTotal
                        MOVE OperLineId TO OpId(OpTotal)
                        MOVE OperLineAuth TO OpAuth(OpTotal)
                        MOVE 0 TO OpHash(OpTotal)
                        IF OperLineHash IS NUMERIC
                            MOVE OperLineHash TO OpHash(OpTotal)
                        END-IF
                        MOVE 0 TO OpLast(OpTotal)
                        IF OperLineLast IS NUMERIC
                            MOVE OperLineLast TO OpLast(OpTotal)
                        END-IF
                        MOVE 0 TO OpPwDate(OpTotal)
                        IF OperLinePwDate IS NUMERIC
                            MOVE OperLinePwDate TO OpPwDate(OpTotal)
                        END-IF
                        MOVE 0 TO OpFails(OpTotal)
                        IF OperLineFails IS NUMERIC
                            MOVE OperLineFails TO OpFails(OpTotal)
                        END-IF
                        IF OperLineRevoked = "Y"
                            MOVE "Y" TO OpRevoked(OpTotal)
                        ELSE
                            MOVE "N" TO OpRevoked(OpTotal)
                        END-IF
                    END-IF
                END-IF
        END-READ.

*> Rewrites the operator file from OPER-TABLE through OPERFILE.NEW, so a
*> failure part way leaves the old file in place
        WRITEOPERS.
        OPEN OUTPUT OPERATOR-NEW
        IF OPERN-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE THE NEW OPERATOR FILE,"
                " OLD OPERFILE KEPT"
            MOVE 8 TO StepRC
        ELSE
            PERFORM VARYING K FROM 1 BY 1 UNTIL K>OpTotal
                MOVE OpId(K) TO OperLineId
                MOVE OpAuth(K) TO OperLineAuth
                MOVE OpHash(K) TO OperLineHash
                MOVE OpLast(K) TO OperLineLast
                MOVE OpPwDate(K) TO OperLinePwDate
                MOVE OpFails(K) TO OperLineFails
                MOVE OpRevoked(K) TO OperLineRevoked
                MOVE OPER-LINE TO OPERN-RECORD
                WRITE OPERN-RECORD
            END-PERFORM
            CLOSE OPERATOR-NEW
            IF OPERN-STATUS NOT = "00"
                DISPLAY "WARNING: NEW OPERATOR FILE DID NOT CLOSE"
                    " CLEANLY, OLD OPERFILE KEPT"
                MOVE 8 TO StepRC
            ELSE
                MOVE "OPERFILE.NEW" TO SwapNew
                MOVE "OPERFILE" TO SwapOld
                PERFORM SWAPFILE
                IF SwapFail = "Y"
                    DISPLAY "WARNING: COULD NOT SWAP IN THE NEW OPERATOR"
                        " FILE, IT REMAINS IN OPERFILE.NEW"
                    MOVE 8 TO StepRC
                END-IF
            END-IF
        END-IF.

*> Appends one line to the security-violations log SECLOG: the date and
*> time, the operator (SecUser), the kind of violation (SecType), the
*> choice in hand and a detail (SecDetail)
        WRITESECLOG.
        ACCEPT RunDate FROM DATE YYYYMMDD
        ACCEPT RunTime FROM TIME
        MOVE RunDate TO SecLDate
        COMPUTE SecLTime = RunTime / 100
        MOVE SecUser TO SecLUser
        MOVE SecType TO SecLType
        MOVE CHOICE TO SecLChoice
        MOVE SecDetail TO SecLDetail
        OPEN EXTEND SECURITY-LOG
        IF SEC-STATUS = "35"
            OPEN OUTPUT SECURITY-LOG
        END-IF
        IF SEC-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE SECURITY LOG SECLOG"
        ELSE
            MOVE SEC-LINE TO SEC-RECORD
            WRITE SEC-RECORD
            CLOSE SECURITY-LOG
        END-IF.

*> Appends one line to the audit log (AUDITLOG) for every pass through PMENU, recording
*> the timestamp, the CHOICE value entered, and which paragraph is about to run.
*> The date is the business date; the time and the WALL= stamp are the real
*> calendar date and time the line was written.
        WRITEAUDIT.
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        ACCEPT WallDate FROM DATE YYYYMMDD
        ACCEPT RunTime FROM TIME
        MOVE RunTime TO RunTimeX
        EVALUATE CHOICE
            WHEN 27 MOVE "EXTRACTFEED"   TO AuditPara
            WHEN 28 MOVE "AUDITINQ"      TO AuditPara
            WHEN 29 MOVE "CATRECOVER"    TO AuditPara
            WHEN 30 MOVE "APPROVECHG"    TO AuditPara
            WHEN 31 MOVE "PENDREPORT"    TO AuditPara
            WHEN 32 MOVE "CLOSEDATASET"  TO AuditPara
            WHEN 33 MOVE "REOPENDATASET" TO AuditPara
            WHEN 34 MOVE "OPERMAINT"     TO AuditPara
            WHEN 35 MOVE "SECVIOLRPT"    TO AuditPara
            WHEN 36 MOVE "LOADFEED"      TO AuditPara
            WHEN 37 MOVE "SUSPCORRECT"   TO AuditPara
            WHEN 38 MOVE "SUSPAGING"     TO AuditPara
            WHEN 39 MOVE "MERGEDS"       TO AuditPara
            WHEN 40 MOVE "SETBUSDATE"    TO AuditPara
            WHEN 41 MOVE "EODSHEET"      TO AuditPara
            WHEN 42 MOVE "XMITRECON"     TO AuditPara
            WHEN OTHER MOVE "UNKNOWN"    TO AuditPara
        END-EVALUATE
        MOVE SPACES TO AUDIT-RECORD
            " CHOICE=" CHOICE " PARA=" AuditPara
            " DS=" CurrentDataset
            " USER=" OperUser
            " WALL=" WallDate "-" RunHour RunMin RunSec
            DELIMITED BY SIZE INTO AUDIT-RECORD
        OPEN EXTEND AUDIT-FILE
        IF AUDIT-STATUS = "35"
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                    MOVE EditValue(J) TO element(J)
            END-PERFORM
            MOVE 0 TO ArrayGen
            DISPLAY "ARRAY1 LOADED WITH " ArrayCount " EDITED ELEMENT(S)"
            PERFORM SUSPCOMMIT
            PERFORM CHECKTHRESH
        ELSE
            DISPLAY "ARRAY1 LEFT UNCHANGED"
*> detail range is 00001-99999; a record whose first five bytes aren't digits,
*> or that carries anything after them, is rejected rather than truncated.
        EDITTRANS.
        MOVE BusDate TO RunDate
        MOVE CurrentDataset TO SuspDsn
        MOVE "R" TO SuspSrc
        MOVE RunDate TO SuspFeedDate
        PERFORM SUSPSTART
        MOVE CurrentDataset TO DomDsn
        PERFORM DOMLOAD
        MOVE "N" TO TRANS-EOF
        MOVE "N" TO EDIT-OK
        MOVE "N" TO TRAIL-SEEN
            PERFORM EDITBALANCE
        END-IF.

*> Reads and edits one TRANSIN record
        EDITDETAIL.
        READ TRANSACTION-FILE
            AT END MOVE "Y" TO TRANS-EOF
            NOT AT END PERFORM EDITREC
        END-READ.

*> Edits the TRANSIN record in hand: a record opening with "T" is the
*> trailer, anything else is a detail that must be five digits in range with
*> nothing trailing, and inside the dataset's domain rules. Accepted values
*> go to the staging table; everything else goes to TRANSREJ. Shared by the
*> replace feed and the replace sections of a multi-dataset feed.
        EDITREC.
        EVALUATE TRUE
            WHEN TRAIL-ID = "T"
                IF TRAIL-COUNT-X IS NUMERIC
                    AND TRAIL-HASH-X IS NUMERIC
                    MOVE "Y" TO TRAIL-SEEN
                    MOVE TRAIL-COUNT-X TO TrailCount
                    MOVE TRAIL-HASH-X TO TrailHash
                ELSE
                    MOVE "03 MALFORMED TRAILER" TO RejReason
                    PERFORM REJECTREC
                END-IF
            WHEN TRANS-VALUE-X IS NUMERIC
                AND TRANS-REST NOT = SPACES
                MOVE "03 MALFORMED RECORD" TO RejReason
                PERFORM REJECTDETAIL
            WHEN TRANS-VALUE-X IS NOT NUMERIC
                MOVE "01 VALUE NOT NUMERIC OR SHORT" TO RejReason
                PERFORM REJECTDETAIL
            WHEN TRANS-VALUE-X = "00000"
                MOVE "02 VALUE OUT OF RANGE" TO RejReason
                PERFORM REJECTDETAIL
            WHEN EditGood >= 10000
                MOVE "04 TABLE CAPACITY EXCEEDED" TO RejReason
                PERFORM REJECTDETAIL
            WHEN OTHER
                MOVE TRANS-VALUE-X TO DomVal
                PERFORM DOMCHECK
                IF DomOK = "Y"
                    ADD 1 TO EditGood
                    MOVE TRANS-VALUE-X TO EditValue(EditGood)
                    ADD EditValue(EditGood) TO EditHash
                ELSE
                    MOVE "09 VALUE OUTSIDE DOMAIN" TO RejReason
                    PERFORM REJECTDETAIL
                END-IF
        END-EVALUATE.

*> Writes the record in hand to the rejects file with its reason code, or to
*> the console when TRANSREJ could not be opened, so no reject goes unreported
        REJECTREC.
            DISPLAY REJECT-RECORD
        END-IF.

*> Rejects a detail record or card: it goes to TRANSREJ like any reject and
*> is also held for the suspense file, with the reason it was rejected for
        REJECTDETAIL.
        PERFORM REJECTREC
        IF SuspHeld < 1000
            ADD 1 TO SuspHeld
            MOVE TRANS-RECORD TO SuspHCard(SuspHeld)
            MOVE RejReason TO SuspHReason(SuspHeld)
        END-IF.

*> Starts the suspense hold for an edit of the dataset in SuspDsn
        SUSPSTART.
        MOVE 0 TO SuspHeld.

*> Reconciles the edit: a reject that isn't held in suspense (a header or
*> trailer fault), a header/accepted mismatch, or trailer totals that don't
*> balance refuse the load outright. Rejects held in suspense count toward
*> the totals, since they are accounted for, but their values can't be
*> hashed, so a load with some is let through with a warning only. A feed
*> that hasn't started sending its trailer yet is allowed through with a
*> warning, since the totals can't be proven either way.
        EDITBALANCE.
        DISPLAY "EDIT: " EditGood " RECORD(S) ACCEPTED, " EditRejCnt
            " REJECTED TO TRANSREJ"
        COMPUTE EditSeen = EditGood + SuspHeld
        EVALUATE TRUE
            WHEN EditRejCnt > SuspHeld
                DISPLAY "EDIT: LOAD REFUSED, REJECTED RECORD(S) PRESENT"
                MOVE 8 TO StepRC
            WHEN EditGood < 1
                DISPLAY "EDIT: LOAD REFUSED, NO ACCEPTED RECORD(S)"
                MOVE 8 TO StepRC
            WHEN EditSeen NOT = EditExpect
                DISPLAY "EDIT: LOAD REFUSED, ACCEPTED " EditGood
                    " AND SUSPENDED " SuspHeld
                    " BUT HEADER PROMISED " EditExpect
                MOVE 8 TO StepRC
            WHEN TRAIL-PRESENT AND (TrailCount NOT = EditSeen
                OR (SuspHeld = 0 AND TrailHash NOT = EditHash))
                DISPLAY "EDIT: LOAD REFUSED, TRAILER TOTALS DO NOT BALANCE"
                DISPLAY "  TRAILER COUNT " TrailCount " VS ACCEPTED " EditGood
                    " AND SUSPENDED " SuspHeld
                DISPLAY "  TRAILER HASH  " TrailHash " VS ACCUMULATED " EditHash
                MOVE 8 TO StepRC
            WHEN TRAIL-PRESENT AND SuspHeld > 0
                DISPLAY "EDIT: TRAILER COUNT BALANCES WITH " SuspHeld
                    " RECORD(S) TO SUSPENSE, HASH NOT PROVEN"
                MOVE "Y" TO EDIT-OK
                IF StepRC < 4
                    MOVE 4 TO StepRC
                END-IF
            WHEN TRAIL-PRESENT
                DISPLAY "EDIT: TRAILER TOTALS BALANCE, COUNT " TrailCount
                    " HASH " TrailHash
                IF StepRC < 4
                    MOVE 4 TO StepRC
                END-IF
        END-EVALUATE
        PERFORM EDITAUDIT.

*> Logs the outcome of a TRANSIN edit against the dataset being edited -
*> accepted and rejected counts and whether it balanced, was let through
*> unproven (no trailer, or suspended values the hash can't cover), or was
*> refused - for the end-of-day control sheet
        EDITAUDIT.
        EVALUATE TRUE
            WHEN NOT EDIT-BALANCED
                MOVE "REFUSED" TO EditBalWord
            WHEN TRAIL-PRESENT AND SuspHeld = 0
                MOVE "BALANCED" TO EditBalWord
            WHEN OTHER
                MOVE "UNPROVEN" TO EditBalWord
        END-EVALUATE
        MOVE CurrentDataset TO EditDsHold
        MOVE SuspDsn TO CurrentDataset
        MOVE SPACES TO AuditDetail
        STRING "TRANSIN ACC=" EditGood " REJ=" EditRejCnt
            " BAL=" EditBalWord
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET
        MOVE EditDsHold TO CurrentDataset.

*> Prints all the values of the array to a printed report (ARRAYRPT) instead of the console,
*> with a header, the run date, and a labeled line per element index
        PRINTARRAY.
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        OPEN OUTPUT ARRAY-REPORT
        IF ARRAY-RPT-STATUS NOT = "00"
*> Appends this statistics run to the history file (STATHIST) as one dated
*> record for the current dataset, feeding the trend report
        WRITESTATHIST.
        MOVE BusDate TO RunDate
        ACCEPT RunTime FROM TIME
        MOVE RunDate TO StDate
        COMPUTE StTime = RunTime / 100
                    WRITE SAVE-RECORD
            END-PERFORM
            CLOSE SAVE-FILE
            MOVE BusDate TO RunDate
            ACCEPT RunTime FROM TIME
            IF CatTotal < 50
                ADD 1 TO CatTotal
                DISPLAY "WARNING: SAVE CATALOG FULL, GENERATION NOT CATALOGED"
                MOVE 4 TO StepRC
            END-IF
            MOVE NextGen TO ArrayGen
            PERFORM RETIREGENS
            PERFORM WRITECATALOG
            PERFORM UPDATEMASTER
            DISPLAY "ARRAY1 SAVED TO GENERATION " NextGen " (" SAVE-NAME ")"
            MOVE SPACES TO AuditDetail
            STRING "SAVED GEN=" NextGen " COUNT=" ArrayCount
                DELIMITED BY SIZE INTO AuditDetail
            PERFORM WRITEAUDITDET
        END-IF.

*> Builds the physical file name for the current dataset's generation NextGen
*> into SAVE-NAME, in the form <dataset>.Gnnnn

*> Retires the current dataset's oldest active generation(s) until no more
*> than GenRetention remain: the catalog entry flips to R and the physical
*> file is deleted. Other datasets' generations are left alone, and so is
*> the generation a period close pinned - it neither counts toward the
*> retention nor is ever picked as the oldest.
        RETIREGENS.
        PERFORM FINDPIN
        MOVE 0 TO ActiveCount
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>CatTotal
            IF CatStat(K) = "A" AND CatDsn(K) = CurrentDataset
                    AND CatGen(K) NOT = PinGen
                ADD 1 TO ActiveCount
            END-IF
        END-PERFORM
            MOVE 0 TO OldestIdx
            PERFORM VARYING K FROM 1 BY 1 UNTIL K>CatTotal
                IF CatStat(K) = "A" AND CatDsn(K) = CurrentDataset
                        AND CatGen(K) NOT = PinGen
                    IF OldestIdx = 0 OR CatGen(K) < CatGen(OldestIdx)
                        MOVE K TO OldestIdx
                    END-IF
            SUBTRACT 1 FROM ActiveCount
        END-PERFORM.

*> Finds the generation of the current dataset a period close pinned into
*> PinGen; 0 when nothing is pinned
        FINDPIN.
        MOVE 0 TO PinGen
        PERFORM READMASTER
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>MstTotal
            IF MstName(K) = CurrentDataset
                MOVE MstPin(K) TO PinGen
            END-IF
        END-PERFORM.

*> Retires the single catalog entry at OldestIdx: flips it to R and deletes
*> the generation file it named
        RETIREONEGEN.
            IF CurrentDataset = "ARRAYDAT"
                DISPLAY "NO CATALOGED GENERATION(S), TRYING LEGACY SAVE FILE ARRAYDAT"
                MOVE "ARRAYDAT" TO SAVE-NAME
                MOVE 0 TO NextGen
                PERFORM LOADSAVEFILE
            ELSE
                DISPLAY "DATASET " CurrentDataset
*> Reads the save file named in SAVE-NAME back into ArrayCount and ARRAY1, the
*> same layout SAVEARRAY writes: the element count first, then that many data
*> records. If the file doesn't exist ARRAY1 is left unchanged rather than
*> aborting the run. The caller sets NextGen to the generation the file
*> holds (0 for a file outside the catalog), which becomes ArrayGen unless
*> the file comes up short.
        LOADSAVEFILE.
        MOVE "N" TO SAVE-EOF
        MOVE 0 TO SAVE-COUNT
                    END-READ
            END-PERFORM
            CLOSE SAVE-FILE
            MOVE NextGen TO ArrayGen
            IF SAVE-COUNT < ArrayCount
                DISPLAY "WARNING: SAVE FILE HAD ONLY " SAVE-COUNT
                    " OF THE " ArrayCount " EXPECTED RECORD(S)"
                MOVE 0 TO ArrayGen
                MOVE SAVE-COUNT TO ArrayCount
                IF ArrayCount < 1
                    MOVE 1 TO ArrayCount
                    MOVE MstLineCount TO MstCount(MstTotal)
                    MOVE MstLineDate TO MstDate(MstTotal)
                    MOVE MstLineTime TO MstTime(MstTotal)
                    IF MstLineStat = "C"
                        MOVE "C" TO MstStat(MstTotal)
                    ELSE
                        MOVE "O" TO MstStat(MstTotal)
                    END-IF
                    MOVE 0 TO MstPin(MstTotal)
                    IF MstLinePin IS NUMERIC
                        MOVE MstLinePin TO MstPin(MstTotal)
                    END-IF
                    MOVE 0 TO MstClsDate(MstTotal)
                    IF MstLineClsDate IS NUMERIC
                        MOVE MstLineClsDate TO MstClsDate(MstTotal)
                    END-IF
                    MOVE MstLineClsUser TO MstClsUser(MstTotal)
                END-IF
        END-READ.

                MOVE MstCount(K) TO MstLineCount
                MOVE MstDate(K) TO MstLineDate
                MOVE MstTime(K) TO MstLineTime
                MOVE MstStat(K) TO MstLineStat
                MOVE MstPin(K) TO MstLinePin
                MOVE MstClsDate(K) TO MstLineClsDate
                MOVE MstClsUser(K) TO MstLineClsUser
                MOVE MST-LINE TO MSTN-RECORD
                WRITE MSTN-RECORD
            END-PERFORM
            ADD 1 TO MstTotal
            MOVE MstTotal TO MstIdx
            MOVE CurrentDataset TO MstName(MstIdx)
            PERFORM MSTNEWSTATUS
        END-IF
        IF MstIdx > 0
            MOVE ArrayCount TO MstCount(MstIdx)
            END-IF
        END-IF.

*> Starts the master entry at MstIdx out open, with nothing pinned
        MSTNEWSTATUS.
        MOVE "O" TO MstStat(MstIdx)
        MOVE 0 TO MstPin(MstIdx)
        MOVE 0 TO MstClsDate(MstIdx)
        MOVE SPACES TO MstClsUser(MstIdx).

*> Gets the dataset name for the maintenance choices: from the control card's
*> first operand in batch, from a console prompt otherwise
        GETDSNAME.
                    MOVE 0 TO MstCount(MstTotal)
                    MOVE 0 TO MstDate(MstTotal)
                    MOVE 0 TO MstTime(MstTotal)
                    MOVE MstTotal TO MstIdx
                    PERFORM MSTNEWSTATUS
                    PERFORM WRITEMASTER
                    DISPLAY "DATASET " DsNameIn " CREATED"
            END-EVALUATE
                ELSE
                    MOVE 1 TO ArrayCount
                    MOVE 0 TO element(1)
                    MOVE 0 TO ArrayGen
                    DISPLAY "DATASET HAS NO SAVED GENERATION(S) YET,"
                        " ARRAY1 CLEARED"
                END-IF
            DISPLAY "NO DATASETS ON THE MASTER YET"
        ELSE
            PERFORM VARYING K FROM 1 BY 1 UNTIL K>MstTotal
                IF MstStat(K) = "C"
                    DISPLAY "  " MstName(K) " COUNT " MstCount(K)
                        " SAVED " MstDate(K) " " MstTime(K)
                        " CLOSED " MstClsDate(K) " BY " MstClsUser(K)
                        " PINNED GEN " MstPin(K)
                ELSE
                    IF MstPin(K) > 0
                        DISPLAY "  " MstName(K) " COUNT " MstCount(K)
                            " SAVED " MstDate(K) " " MstTime(K)
                            " OPEN, PINNED GEN " MstPin(K)
                    ELSE
                        DISPLAY "  " MstName(K) " COUNT " MstCount(K)
                            " SAVED " MstDate(K) " " MstTime(K) " OPEN"
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        DISPLAY "CURRENT DATASET: " CurrentDataset.

*> Removes a named dataset: its master entry goes away and every one of its
*> cataloged generations is retired and the files deleted. The dataset that
*> is currently selected can't be deleted out from under the run, and a
*> dataset closed for the period can't be deleted at all.
        DELETEDATASET.
        DISPLAY "DELETE DATASET"
        PERFORM GETDSNAME
            WHEN MstIdx = 0
                DISPLAY "DATASET " DsNameIn " NOT ON THE MASTER"
                MOVE 8 TO StepRC
            WHEN MstStat(MstIdx) = "C"
                DISPLAY "DATASET " DsNameIn " IS CLOSED FOR THE PERIOD,"
                    " REOPEN IT BEFORE DELETING"
                MOVE 8 TO StepRC
            WHEN OTHER
                PERFORM VARYING K FROM MstIdx BY 1 UNTIL K >= MstTotal
                    MOVE MST-ENTRY(K + 1) TO MST-ENTRY(K)
                DISPLAY "DATASET " DsNameIn " DELETED"
        END-EVALUATE.

*> Closes a named dataset for the period: its newest saved generation is
*> pinned as the signed-off copy and the master entry flips to C with who
*> closed it when. Nothing can then change the dataset's data until it is
*> reopened, and the pinned generation is never retired.
        CLOSEDATASET.
        DISPLAY "CLOSE DATASET FOR THE PERIOD"
        PERFORM GETDSNAME
        PERFORM READMASTER
        PERFORM FINDMASTER
        MOVE 0 TO GenPick
        IF DsNameOK = "Y" AND MstIdx > 0
            PERFORM READCATALOG
            PERFORM VARYING K FROM 1 BY 1 UNTIL K>CatTotal
                IF CatStat(K) = "A" AND CatDsn(K) = DsNameIn
                        AND CatGen(K) > GenPick
                    MOVE CatGen(K) TO GenPick
                END-IF
            END-PERFORM
        END-IF
        EVALUATE TRUE
            WHEN DsNameOK = "N"
                DISPLAY "INVALID DATASET NAME, NOTHING CLOSED"
                MOVE 8 TO StepRC
            WHEN MstIdx = 0
                DISPLAY "DATASET " DsNameIn " NOT ON THE MASTER"
                MOVE 8 TO StepRC
            WHEN MstStat(MstIdx) = "C"
                DISPLAY "DATASET " DsNameIn " IS ALREADY CLOSED, GENERATION "
                    MstPin(MstIdx) " PINNED ON " MstClsDate(MstIdx)
                MOVE 8 TO StepRC
            WHEN GenPick = 0
                DISPLAY "DATASET " DsNameIn " HAS NO SAVED GENERATION(S),"
                    " SAVE IT BEFORE CLOSING"
                MOVE 8 TO StepRC
            WHEN OTHER
                MOVE BusDate TO RunDate
                MOVE "C" TO MstStat(MstIdx)
                MOVE GenPick TO MstPin(MstIdx)
                MOVE RunDate TO MstClsDate(MstIdx)
                MOVE OperUser TO MstClsUser(MstIdx)
                PERFORM WRITEMASTER
                MOVE SPACES TO AuditDetail
                STRING "CLOSE DSN=" DELIMITED BY SIZE
                    DsNameIn DELIMITED BY SPACE
                    " PIN=" GenPick DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                DISPLAY "DATASET " DsNameIn " CLOSED, GENERATION " GenPick
                    " PINNED"
        END-EVALUATE.

*> Reopens a dataset closed for the period. It takes a reason, which goes
*> to the audit log with the reopen; the pin stays, so the signed-off
*> generation is still kept however many saves follow.
        REOPENDATASET.
        DISPLAY "REOPEN CLOSED DATASET"
        PERFORM GETDSNAME
        MOVE SPACES TO ReopenWhy
        IF BATCH-RUN
            MOVE BatchText TO ReopenWhy
        ELSE
            DISPLAY "REASON FOR REOPENING : " WITH NO ADVANCING
            ACCEPT ReopenWhy
        END-IF
        PERFORM READMASTER
        PERFORM FINDMASTER
        EVALUATE TRUE
            WHEN DsNameOK = "N"
                DISPLAY "INVALID DATASET NAME, NOTHING REOPENED"
                MOVE 8 TO StepRC
            WHEN MstIdx = 0
                DISPLAY "DATASET " DsNameIn " NOT ON THE MASTER"
                MOVE 8 TO StepRC
            WHEN MstStat(MstIdx) NOT = "C"
                DISPLAY "DATASET " DsNameIn " IS NOT CLOSED, NOTHING REOPENED"
                MOVE 8 TO StepRC
            WHEN ReopenWhy = SPACES
                DISPLAY "A REASON IS REQUIRED, DATASET " DsNameIn
                    " LEFT CLOSED"
                MOVE 8 TO StepRC
            WHEN OTHER
                MOVE "O" TO MstStat(MstIdx)
                PERFORM WRITEMASTER
                MOVE SPACES TO AuditDetail
                STRING "REOPEN DSN=" DELIMITED BY SIZE
                    DsNameIn DELIMITED BY SPACE
                    " PIN=" MstPin(MstIdx) DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                MOVE SPACES TO AuditDetail
                STRING "REASON=" ReopenWhy DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                DISPLAY "DATASET " DsNameIn " REOPENED, GENERATION "
                    MstPin(MstIdx) " STAYS PINNED"
        END-EVALUATE.

*> Maintains the operator file: ADD an operator with an authority level and
*> a temporary password, change an operator's AUTH level, RESET a password
*> (which also lifts a revoke and clears the failure count), or REVOKE an
*> operator. A password an administrator sets has no change date, so the
*> operator must replace it at the next sign-on. The control card carries
*> the action, the ID, then the authority and/or temporary password. An
*> administrator can't maintain their own record, and every change is
*> audited.
        OPERMAINT.
        DISPLAY "OPERATOR MAINTENANCE"
        MOVE SPACES TO OmAction
        MOVE SPACES TO OmId
        MOVE SPACES TO OmAuthX
        MOVE SPACES TO PwIn
        IF BATCH-RUN
            MOVE BatchParm1 TO OmAction
            MOVE BatchParm2 TO OmId
            IF OM-ADD OR OM-AUTH
                MOVE BatchParm3 TO OmAuthX
            END-IF
            IF OM-ADD
                MOVE BatchParm4 TO PwIn
            END-IF
            IF OM-RESET
                MOVE BatchParm3 TO PwIn
            END-IF
        ELSE
            DISPLAY "ACTION (ADD, AUTH, RESET, REVOKE) : " WITH NO ADVANCING
            ACCEPT OmAction
            DISPLAY "OPERATOR ID : " WITH NO ADVANCING
            ACCEPT OmId
            IF OM-ADD OR OM-AUTH
                DISPLAY "AUTHORITY (1-9) : " WITH NO ADVANCING
                ACCEPT OmAuthX
            END-IF
            IF OM-ADD OR OM-RESET
                DISPLAY "TEMPORARY PASSWORD : " WITH NO ADVANCING
                ACCEPT PwIn
            END-IF
        END-IF
        PERFORM READOPERS
        MOVE OmId TO OperIdIn
        PERFORM FINDOPER
        EVALUATE TRUE
            WHEN NOT OM-ADD AND NOT OM-AUTH AND NOT OM-RESET
                    AND NOT OM-REVOKE
                DISPLAY "ACTION MUST BE ADD, AUTH, RESET OR REVOKE,"
                    " NOTHING CHANGED"
                MOVE 8 TO StepRC
            WHEN OmId = SPACES
                DISPLAY "OPERATOR ID REQUIRED, NOTHING CHANGED"
                MOVE 8 TO StepRC
            WHEN OmId = OperUser
                DISPLAY "YOU CANNOT MAINTAIN YOUR OWN OPERATOR RECORD"
                MOVE 8 TO StepRC
            WHEN OM-ADD AND (OmId = "BATCH" OR OmId = "UNSECURE"
                    OR OmId = "UNSIGNED")
                DISPLAY "OPERATOR ID " OmId " IS RESERVED"
                MOVE 8 TO StepRC
            WHEN OM-ADD AND OpIdx > 0
                DISPLAY "OPERATOR " OmId " ALREADY ON THE OPERATOR FILE"
                MOVE 8 TO StepRC
            WHEN NOT OM-ADD AND OpIdx = 0
                DISPLAY "OPERATOR " OmId " NOT ON THE OPERATOR FILE"
                MOVE 8 TO StepRC
            WHEN (OM-ADD OR OM-AUTH)
                    AND (OmAuthX IS NOT NUMERIC OR OmAuthX = "0")
                DISPLAY "AUTHORITY MUST BE 1 TO 9, NOTHING CHANGED"
                MOVE 8 TO StepRC
            WHEN (OM-ADD OR OM-RESET)
                    AND (PwIn(1:6) = SPACES OR PwIn(6:1) = SPACE)
                DISPLAY "TEMPORARY PASSWORD MUST BE AT LEAST 6 CHARACTERS,"
                    " NOTHING CHANGED"
                MOVE 8 TO StepRC
            WHEN OM-ADD AND OpTotal >= 100
                DISPLAY "OPERATOR FILE FULL, NOTHING ADDED"
                MOVE 8 TO StepRC
            WHEN OTHER
                PERFORM OMAPPLY
        END-EVALUATE.

*> Makes the checked operator-file change at OpIdx, rewrites the file and
*> audits the change
        OMAPPLY.
        MOVE SPACES TO AuditDetail
        EVALUATE TRUE
            WHEN OM-ADD
                ADD 1 TO OpTotal
                MOVE OpTotal TO OpIdx
                MOVE OmId TO OpId(OpIdx)
                MOVE OmAuthX TO OpAuth(OpIdx)
                PERFORM HASHPASSWORD
                MOVE PwHash TO OpHash(OpIdx)
                MOVE 0 TO OpLast(OpIdx)
                MOVE 0 TO OpPwDate(OpIdx)
                MOVE 0 TO OpFails(OpIdx)
                MOVE "N" TO OpRevoked(OpIdx)
                STRING "OPER ADD ID=" OmId " AUTH=" OmAuthX
                    DELIMITED BY SIZE INTO AuditDetail
            WHEN OM-AUTH
                MOVE OpAuth(OpIdx) TO OpOldAuth
                MOVE OmAuthX TO OpAuth(OpIdx)
                STRING "OPER AUTH ID=" OmId " OLD=" OpOldAuth
                    " NEW=" OmAuthX
                    DELIMITED BY SIZE INTO AuditDetail
            WHEN OM-RESET
                PERFORM HASHPASSWORD
                MOVE PwHash TO OpHash(OpIdx)
                MOVE 0 TO OpPwDate(OpIdx)
                MOVE 0 TO OpFails(OpIdx)
                MOVE "N" TO OpRevoked(OpIdx)
                STRING "OPER RESET ID=" OmId
                    DELIMITED BY SIZE INTO AuditDetail
            WHEN OM-REVOKE
                MOVE "Y" TO OpRevoked(OpIdx)
                STRING "OPER REVOKE ID=" OmId
                    DELIMITED BY SIZE INTO AuditDetail
        END-EVALUATE
        PERFORM WRITEOPERS
        IF StepRC < 8
            PERFORM WRITEAUDITDET
            DISPLAY "OPERATOR " OmId " " OmAction " DONE"
        END-IF.

*> Produces the security-violations report (SECRPT): the SECLOG entries in
*> the date range asked for, sorted by operator and then date and time, with
*> a count per operator and totals by kind of violation at the end
        SECVIOLRPT.
        DISPLAY "SECURITY VIOLATIONS REPORT"
        PERFORM GETDATERANGE
        MOVE 0 TO SecTotal
        MOVE 0 TO SecSignon
        MOVE 0 TO SecAuth
        MOVE 0 TO SecClosed
        MOVE 0 TO SecRevoked
        OPEN OUTPUT SECURITY-REPORT
        IF SECRPT-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE SECRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "SECURITY VIOLATIONS REPORT" TO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "SELECTION: FROM " FromDate " TO " ToDate
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            SORT SEC-SORT-WORK ON ASCENDING KEY SsUser SsDate SsTime
                INPUT PROCEDURE IS SECRELEASE
                OUTPUT PROCEDURE IS SECGATHER
            MOVE SPACES TO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE "TOTALS" TO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "  FAILED SIGNONS          " SecSignon
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "  OPERATORS REVOKED       " SecRevoked
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "  AUTHORITY REFUSALS      " SecAuth
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "  CLOSED-PERIOD REFUSALS  " SecClosed
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            MOVE SPACES TO SECRPT-LINE
            STRING "  ALL VIOLATIONS          " SecTotal
                DELIMITED BY SIZE INTO SECRPT-LINE
            WRITE SECRPT-LINE
            CLOSE SECURITY-REPORT
            DISPLAY "SECURITY REPORT WRITTEN TO SECRPT, " SecTotal
                " VIOLATION(S) REPORTED"
        END-IF.

*> Releases the SECLOG entries dated inside the selected range to the sort
        SECRELEASE.
        MOVE "N" TO SEC-EOF
        OPEN INPUT SECURITY-LOG
        IF SEC-STATUS = "35"
            DISPLAY "NO SECURITY LOG ON FILE, NO VIOLATIONS RECORDED"
        ELSE
            PERFORM SECRELREC UNTIL SEC-AT-EOF
            CLOSE SECURITY-LOG
        END-IF.

*> Reads one SECLOG entry and releases it when it falls in the range
        SECRELREC.
        READ SECURITY-LOG
            AT END MOVE "Y" TO SEC-EOF
            NOT AT END
                MOVE SEC-RECORD TO SEC-LINE
                IF SecLDate IS NUMERIC
                    AND SecLDate >= FromDate AND SecLDate <= ToDate
                    MOVE SEC-RECORD TO SEC-SORT-REC
                    RELEASE SEC-SORT-REC
                END-IF
        END-READ.

*> Takes the entries back by operator and date and writes the report body,
*> a heading and a count for each operator
        SECGATHER.
        MOVE "N" TO SECS-EOF
        MOVE SPACES TO SecLastUser
        MOVE 0 TO SecUserTotal
        PERFORM SECRETURN UNTIL SECS-AT-EOF
        IF SecTotal > 0
            PERFORM SECUSERFOOT
        END-IF.

*> Handles one sorted entry: starts a new operator block when the operator
*> changes, then writes the entry and counts it by kind
        SECRETURN.
        RETURN SEC-SORT-WORK
            AT END MOVE "Y" TO SECS-EOF
            NOT AT END
                MOVE SEC-SORT-REC TO SEC-LINE
                IF SecTotal = 0 OR SecLUser NOT = SecLastUser
                    IF SecTotal > 0
                        PERFORM SECUSERFOOT
                    END-IF
                    MOVE SecLUser TO SecLastUser
                    MOVE 0 TO SecUserTotal
                    MOVE SPACES TO SECRPT-LINE
                    WRITE SECRPT-LINE
                    MOVE SPACES TO SECRPT-LINE
                    STRING "OPERATOR " SecLUser
                        DELIMITED BY SIZE INTO SECRPT-LINE
                    WRITE SECRPT-LINE
                END-IF
                MOVE SecLDate TO SecRDate
                MOVE SecLTime TO SecRTime
                MOVE SecLType TO SecRType
                MOVE SecLChoice TO SecRChoice
                MOVE SecLDetail TO SecRDetail
                MOVE SECR-LINE TO SECRPT-LINE
                WRITE SECRPT-LINE
                ADD 1 TO SecTotal
                ADD 1 TO SecUserTotal
                EVALUATE SecLType
                    WHEN "SIGNON" ADD 1 TO SecSignon
                    WHEN "REVOKED" ADD 1 TO SecRevoked
                    WHEN "AUTH" ADD 1 TO SecAuth
                    WHEN "CLOSED" ADD 1 TO SecClosed
                END-EVALUATE
        END-RETURN.

*> Writes the count line that closes an operator's block
        SECUSERFOOT.
        MOVE SPACES TO SECRPT-LINE
        STRING "  VIOLATIONS FOR " SecLastUser " " SecUserTotal
            DELIMITED BY SIZE INTO SECRPT-LINE
        WRITE SECRPT-LINE.

*> Produces the formatted activity report (AUDITRPT) from the live audit log:
*> selectable by date range, one block per day with that day's first and last
*> activity times and a count per paragraph, then a grand-total section
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE AUDITRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "AUDIT ACTIVITY REPORT" TO AUDRPT-LINE
            WRITE AUDRPT-LINE
                DISPLAY "INVALID RETENTION, USING 90 DAYS"
            END-IF
        END-IF
        MOVE BusDate TO RunDate
        COMPUTE CutoffDate =
            FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (RunDate) - RetainDays)
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE TRENDRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE SPACES TO TREND-LINE
            STRING "STATISTICS TREND REPORT - DATASET " CurrentDataset

*> Gets the element value for a maintenance choice, from the control card's
*> second operand in batch or a console prompt otherwise; the same business
*> range the front-end edit enforces (00001-99999) applies here, and so do
*> the current dataset's domain rules
        GETMAINTVAL.
        MOVE SPACES TO ParseSrc
        IF BATCH-RUN
        MOVE "N" TO MaintOK
        IF ParseOK = "Y" AND ParseVal >= 1 AND ParseVal <= 99999
            MOVE ParseVal TO MaintVal
            MOVE CurrentDataset TO DomDsn
            PERFORM DOMLOAD
            MOVE MaintVal TO DomVal
            PERFORM DOMCHECK
            IF DomOK = "Y"
                MOVE "Y" TO MaintOK
            ELSE
                DISPLAY "VALUE " MaintVal " IS OUTSIDE THE DOMAIN RULES FOR "
                    CurrentDataset
                MOVE 8 TO StepRC
            END-IF
        ELSE
            DISPLAY "INVALID VALUE, MUST BE 1 THRU 99999"
            MOVE 8 TO StepRC
*> the before and after values in AuditDetail so the hand correction is
*> fully reconstructable from the log
        WRITEAUDITDET.
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        ACCEPT WallDate FROM DATE YYYYMMDD
        ACCEPT RunTime FROM TIME
        MOVE RunTime TO RunTimeX
        MOVE SPACES TO AUDIT-RECORD
            " CHOICE=" CHOICE " PARA=" AuditPara
            " DS=" CurrentDataset " " AuditDetail
            " USER=" OperUser
            " WALL=" WallDate "-" RunHour RunMin RunSec
            DELIMITED BY SIZE INTO AUDIT-RECORD
        OPEN EXTEND AUDIT-FILE
        IF AUDIT-STATUS = "35"
                " TIME(S) IN " ArrayCount " ELEMENT(S)"
        END-IF.

*> Replaces the element at a given index. Under dual control the change is
*> queued for another operator's approval instead of applied here.
        UPDATEELEMENT.
        DISPLAY "UPDATE ELEMENT"
        MOVE ArrayCount TO MaintMax
        END-IF
        IF MaintOK = "Y"
            MOVE element(MaintIdx) TO MaintOld
            IF DualControl = "Y"
                MOVE "U" TO PndVerb
                PERFORM QUEUECHANGE
            ELSE
                PERFORM APPLYUPDATE
            END-IF
        END-IF.

*> Applies an update to ARRAY1, logging the old and new values
        APPLYUPDATE.
        MOVE MaintVal TO element(MaintIdx)
        MOVE 0 TO ArrayGen
        MOVE SPACES TO AuditDetail
        STRING "UPDATE IX=" MaintIdx " OLD=" MaintOld
            " NEW=" MaintVal DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET
        DISPLAY "INDEX " MaintIdx " CHANGED FROM " MaintOld
            " TO " MaintVal.

*> Inserts a new element at a position, shifting the rest up one slot. Under
*> dual control the insert is queued for approval instead.
        INSERTELEMENT.
        DISPLAY "INSERT ELEMENT"
        IF ArrayCount >= 10000
                PERFORM GETMAINTVAL
            END-IF
            IF MaintOK = "Y"
                MOVE 0 TO MaintOld
                IF DualControl = "Y"
                    MOVE "I" TO PndVerb
                    PERFORM QUEUECHANGE
                ELSE
                    PERFORM APPLYINSERT
                END-IF
            END-IF
        END-IF.

*> Applies an insert to ARRAY1, logging the new value and count
        APPLYINSERT.
        ADD 1 TO ArrayCount
        PERFORM VARYING K FROM ArrayCount BY -1
                UNTIL K <= MaintIdx
            MOVE element(K - 1) TO element(K)
        END-PERFORM
        MOVE MaintVal TO element(MaintIdx)
        MOVE 0 TO ArrayGen
        MOVE SPACES TO AuditDetail
        STRING "INSERT IX=" MaintIdx " NEW=" MaintVal
            " COUNT=" ArrayCount
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET
        DISPLAY "VALUE " MaintVal " INSERTED AT INDEX "
            MaintIdx ", COUNT NOW " ArrayCount.

*> Deletes the element at a given index, shifting the rest down one slot.
*> The table never goes below one element, so deleting the last one left
*> is refused rather than leaving an empty table behind. Under dual control
*> the delete is queued for approval instead.
        DELETEELEMENT.
        DISPLAY "DELETE ELEMENT"
        IF ArrayCount <= 1
            PERFORM GETMAINTIDX
            IF MaintOK = "Y"
                MOVE element(MaintIdx) TO MaintOld
                MOVE 0 TO MaintVal
                IF DualControl = "Y"
                    MOVE "D" TO PndVerb
                    PERFORM QUEUECHANGE
                ELSE
                    PERFORM APPLYDELETE
                END-IF
            END-IF
        END-IF.

*> Applies a delete to ARRAY1, logging the old value and count
        APPLYDELETE.
        PERFORM VARYING K FROM MaintIdx BY 1
                UNTIL K >= ArrayCount
            MOVE element(K + 1) TO element(K)
        END-PERFORM
        SUBTRACT 1 FROM ArrayCount
        MOVE 0 TO ArrayGen
        MOVE SPACES TO AuditDetail
        STRING "DELETE IX=" MaintIdx " OLD=" MaintOld
            " COUNT=" ArrayCount
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET
        DISPLAY "INDEX " MaintIdx " (VALUE " MaintOld
            ") DELETED, COUNT NOW " ArrayCount.

*> Queues the hand change in hand (PndVerb, MaintIdx, MaintOld, MaintVal) on
*> the pending-changes file for a second operator to approve. The audit
*> detail line carries the item number in place of the verb's usual spot,
*> so BACKOUT never mistakes a change that hasn't happened for one that has.
        QUEUECHANGE.
        PERFORM READPENDING
        IF PndTotal >= 500
            DISPLAY "PENDING-CHANGES FILE FULL, CHANGE NOT QUEUED -"
                " APPROVE OR REJECT THE WAITING ITEMS FIRST"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            ACCEPT RunTime FROM TIME
            ADD 1 TO PndTotal
            MOVE PndNextSeq TO PndSeq(PndTotal)
            MOVE CurrentDataset TO PndDsn(PndTotal)
            MOVE PndVerb TO PndCode(PndTotal)
            MOVE MaintIdx TO PndIx(PndTotal)
            MOVE MaintOld TO PndOld(PndTotal)
            MOVE MaintVal TO PndNew(PndTotal)
            MOVE OperUser TO PndMaker(PndTotal)
            MOVE RunDate TO PndDate(PndTotal)
            COMPUTE PndTime(PndTotal) = RunTime / 100
            MOVE "P" TO PndStat(PndTotal)
            MOVE SPACES TO PndChecker(PndTotal)
            MOVE 0 TO PndActDate(PndTotal)
            MOVE 0 TO PndActTime(PndTotal)
            ADD 1 TO PndNextSeq
            PERFORM WRITEPENDING
            IF StepRC < 8
                MOVE SPACES TO AuditDetail
                EVALUATE PndVerb
                    WHEN "U"
                        STRING "PEND=" PndSeq(PndTotal) " UPDATE IX="
                            MaintIdx " OLD=" MaintOld " NEW=" MaintVal
                            DELIMITED BY SIZE INTO AuditDetail
                    WHEN "I"
                        STRING "PEND=" PndSeq(PndTotal) " INSERT IX="
                            MaintIdx " NEW=" MaintVal
                            DELIMITED BY SIZE INTO AuditDetail
                    WHEN OTHER
                        STRING "PEND=" PndSeq(PndTotal) " DELETE IX="
                            MaintIdx " OLD=" MaintOld
                            DELIMITED BY SIZE INTO AuditDetail
                END-EVALUATE
                PERFORM WRITEAUDITDET
                DISPLAY "CHANGE QUEUED AS PENDING ITEM " PndSeq(PndTotal)
                    ", IT APPLIES WHEN ANOTHER OPERATOR APPROVES IT"
            END-IF
        END-IF.

*> Reads the pending-changes file into PENDING-TABLE. A missing file just
*> means nothing has been queued yet; the next item number defaults to one
*> past the highest item on file when the NEXT= record is missing.
        READPENDING.
        MOVE 0 TO PndTotal
        MOVE 0 TO PndNextSeq
        MOVE "N" TO PndFull
        MOVE "N" TO PND-EOF
        OPEN INPUT PENDING-FILE
        IF PND-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM READPNDREC UNTIL PND-AT-EOF
            CLOSE PENDING-FILE
        END-IF
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > PndTotal
            IF PndSeq(K) >= PndNextSeq
                COMPUTE PndNextSeq = PndSeq(K) + 1
            END-IF
        END-PERFORM
        IF PndNextSeq = 0
            MOVE 1 TO PndNextSeq
        END-IF
        IF PndFull = "Y"
            DISPLAY "WARNING: PENDING-CHANGES FILE HOLDS MORE THAN 500"
                " ITEMS, THE REST ARE NOT SHOWN"
        END-IF.

*> Reads and decodes one pending-changes record, skipping anything that
*> doesn't decode the way the catalog read does
        READPNDREC.
        READ PENDING-FILE
            AT END MOVE "Y" TO PND-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN PND-RECORD(1:5) = "NEXT="
                        IF PND-RECORD(6:5) IS NUMERIC
                            MOVE PND-RECORD(6:5) TO PndNextSeq
                        END-IF
                    WHEN OTHER
                        MOVE PND-RECORD TO PND-LINE
                        IF PndLineSeq IS NUMERIC AND PndLineIx IS NUMERIC
                            AND PndLineOld IS NUMERIC
                            AND PndLineNew IS NUMERIC
                            IF PndTotal < 500
                                ADD 1 TO PndTotal
                                MOVE PndLineSeq TO PndSeq(PndTotal)
                                MOVE PndLineDsn TO PndDsn(PndTotal)
                                MOVE PndLineCode TO PndCode(PndTotal)
                                MOVE PndLineIx TO PndIx(PndTotal)
                                MOVE PndLineOld TO PndOld(PndTotal)
                                MOVE PndLineNew TO PndNew(PndTotal)
                                MOVE PndLineMaker TO PndMaker(PndTotal)
                                MOVE PndLineDate TO PndDate(PndTotal)
                                MOVE PndLineTime TO PndTime(PndTotal)
                                MOVE PndLineStat TO PndStat(PndTotal)
                                MOVE PndLineChecker TO PndChecker(PndTotal)
                                MOVE PndLineActDate TO PndActDate(PndTotal)
                                MOVE PndLineActTime TO PndActTime(PndTotal)
                            ELSE
                                MOVE "Y" TO PndFull
                            END-IF
                        END-IF
                END-EVALUATE
        END-READ.

*> Rewrites the pending-changes file from PENDING-TABLE through the work
*> file PENDCHG.NEW and the same write-new-then-swap the catalog gets. Items
*> approved or rejected before today are dropped on the way out - the audit
*> log already holds their whole story.
        WRITEPENDING.
        MOVE BusDate TO RunDate
        OPEN OUTPUT PENDING-NEW
        IF PNDN-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE THE NEW PENDING-CHANGES"
                " FILE, OLD PENDCHG KEPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE SPACES TO PNDN-RECORD
            STRING "NEXT=" PndNextSeq DELIMITED BY SIZE INTO PNDN-RECORD
            WRITE PNDN-RECORD
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > PndTotal
                IF PndStat(K) = "P"
                    OR PndActDate(K) >= RunDate
                    MOVE PndSeq(K) TO PndLineSeq
                    MOVE PndDsn(K) TO PndLineDsn
                    MOVE PndCode(K) TO PndLineCode
                    MOVE PndIx(K) TO PndLineIx
                    MOVE PndOld(K) TO PndLineOld
                    MOVE PndNew(K) TO PndLineNew
                    MOVE PndMaker(K) TO PndLineMaker
                    MOVE PndDate(K) TO PndLineDate
                    MOVE PndTime(K) TO PndLineTime
                    MOVE PndStat(K) TO PndLineStat
                    MOVE PndChecker(K) TO PndLineChecker
                    MOVE PndActDate(K) TO PndLineActDate
                    MOVE PndActTime(K) TO PndLineActTime
                    MOVE PND-LINE TO PNDN-RECORD
                    WRITE PNDN-RECORD
                END-IF
            END-PERFORM
            CLOSE PENDING-NEW
            IF PNDN-STATUS NOT = "00"
                DISPLAY "WARNING: NEW PENDING-CHANGES FILE DID NOT CLOSE"
                    " CLEANLY, OLD PENDCHG KEPT"
                MOVE 8 TO StepRC
            ELSE
                MOVE "PENDCHG.NEW" TO SwapNew
                MOVE "PENDCHG" TO SwapOld
                PERFORM SWAPFILE
                IF SwapFail = "Y"
                    DISPLAY "WARNING: COULD NOT SWAP IN THE NEW PENDING-"
                        "CHANGES FILE, IT REMAINS IN PENDCHG.NEW"
                    MOVE 8 TO StepRC
                END-IF
            END-IF
        END-IF.

*> Approves or rejects one pending hand change. The checker must be a
*> named operator signed on at the console and different from the maker -
*> a self-approval is refused and logged, since that is exactly what the
*> auditors look for. A batch run signs on as BATCH whoever submitted the
*> deck, so a decision on a batch card is refused and logged the same way
*> (the card operands, item number and A(pprove) or R(eject), are still
*> read so the refusal names the item). An approval needs the item's
*> dataset to be the current one and the value the maker saw to still be
*> in place; the change then applies through the same paragraph a direct
*> change uses, so the audit detail line (and BACKOUT) see it exactly as
*> before.
        APPROVECHG.
        DISPLAY "APPROVE/REJECT PENDING CHANGES"
        PERFORM READPENDING
        MOVE SPACES TO ParseSrc
        MOVE SPACES TO PndAction
        IF BATCH-RUN
            MOVE BatchParm1 TO ParseSrc
            MOVE BatchParm2 TO PndAction
        ELSE
            MOVE 0 TO PndWaiting
            PERFORM VARYING PndIdx FROM 1 BY 1 UNTIL PndIdx > PndTotal
                IF PndStat(PndIdx) = "P"
                    ADD 1 TO PndWaiting
                    DISPLAY "  ITEM " PndSeq(PndIdx) " " PndDsn(PndIdx)
                        " " PndCode(PndIdx) " IX=" PndIx(PndIdx)
                        " OLD=" PndOld(PndIdx) " NEW=" PndNew(PndIdx)
                        " BY " PndMaker(PndIdx) " " PndDate(PndIdx)
                        " " PndTime(PndIdx)
                END-IF
            END-PERFORM
            IF PndWaiting = 0
                DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ITEM NUMBER : " WITH NO ADVANCING
            MOVE SPACES TO MaintInX
            ACCEPT MaintInX
            MOVE MaintInX TO ParseSrc
            DISPLAY "A(PPROVE) OR R(EJECT) : " WITH NO ADVANCING
            ACCEPT PndAction
        END-IF
        PERFORM PARSENUM
        MOVE 0 TO PndIdx
        IF ParseOK = "Y" AND ParseVal <= 99999
            MOVE ParseVal TO PndPick
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > PndTotal
                IF PndSeq(K) = PndPick AND PndStat(K) = "P"
                    MOVE K TO PndIdx
                END-IF
            END-PERFORM
        END-IF
        EVALUATE TRUE
            WHEN PndIdx = 0
                DISPLAY "NO PENDING ITEM " ParseSrc(1:8)
                    ", NOTHING APPROVED OR REJECTED"
                MOVE 8 TO StepRC
            WHEN PndAction NOT = "A" AND PndAction NOT = "R"
                DISPLAY "ACTION MUST BE A OR R, ITEM " PndSeq(PndIdx)
                    " LEFT PENDING"
                MOVE 8 TO StepRC
            WHEN BATCH-RUN
                DISPLAY "ITEM " PndSeq(PndIdx) " CANNOT BE DECIDED FROM A "
                    "BATCH CARD, A SIGNED-ON OPERATOR MUST APPROVE OR REJECT"
                    " IT AT THE CONSOLE"
                MOVE SPACES TO AuditDetail
                STRING "PEND=" PndSeq(PndIdx) " BATCH APPROVAL REFUSED"
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                MOVE 8 TO StepRC
            WHEN PndMaker(PndIdx) = OperUser
                DISPLAY "ITEM " PndSeq(PndIdx) " WAS KEYED BY " OperUser
                    ", ANOTHER OPERATOR MUST APPROVE OR REJECT IT"
                MOVE SPACES TO AuditDetail
                STRING "PEND=" PndSeq(PndIdx) " SELF-APPROVAL REFUSED"
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                MOVE 8 TO StepRC
            WHEN PndAction = "R"
                MOVE "R" TO PndStat(PndIdx)
                PERFORM PNDRESOLVE
                IF StepRC < 8
                    MOVE SPACES TO AuditDetail
                    STRING "PEND=" PndSeq(PndIdx) " REJECTED MAKER="
                        PndMaker(PndIdx)
                        DELIMITED BY SIZE INTO AuditDetail
                    PERFORM WRITEAUDITDET
                    DISPLAY "ITEM " PndSeq(PndIdx) " REJECTED, DATASET"
                        " UNCHANGED"
                END-IF
            WHEN PndDsn(PndIdx) NOT = CurrentDataset
                DISPLAY "ITEM " PndSeq(PndIdx) " IS FOR DATASET "
                    PndDsn(PndIdx) ", SELECT IT BEFORE APPROVING"
                MOVE 8 TO StepRC
            WHEN OTHER
                MOVE PndDsn(PndIdx) TO ClsDsn
                PERFORM CHECKCLOSED
                IF DsClosed = "Y"
                    DISPLAY "DATASET " ClsDsn " IS CLOSED FOR THE PERIOD,"
                        " ITEM " PndSeq(PndIdx) " LEFT PENDING"
                    MOVE 8 TO StepRC
                ELSE
                    PERFORM PNDAPPLY
                END-IF
        END-EVALUATE.

*> Applies the approved item at PndIdx to ARRAY1, once the index is still in
*> range, the value the maker saw is still there and the new value is still
*> inside the dataset's domain rules; anything else leaves the item pending
*> so it can be rejected and rekeyed against the data as it now stands
        PNDAPPLY.
        MOVE PndIx(PndIdx) TO MaintIdx
        MOVE PndOld(PndIdx) TO MaintOld
        MOVE PndNew(PndIdx) TO MaintVal
        MOVE "Y" TO DomOK
        IF PndCode(PndIdx) NOT = "D"
            MOVE PndDsn(PndIdx) TO DomDsn
            PERFORM DOMLOAD
            MOVE MaintVal TO DomVal
            PERFORM DOMCHECK
        END-IF
        EVALUATE TRUE
            WHEN DomOK NOT = "Y"
                MOVE "VALUE OUTSIDE THE DOMAIN RULES" TO RejReason
            WHEN PndCode(PndIdx) = "I" AND ArrayCount >= 10000
                MOVE "ARRAY IS FULL" TO RejReason
            WHEN PndCode(PndIdx) = "I" AND MaintIdx > ArrayCount + 1
                MOVE "INDEX BEYOND THE ELEMENT COUNT" TO RejReason
            WHEN PndCode(PndIdx) = "I"
                MOVE SPACES TO RejReason
            WHEN MaintIdx > ArrayCount
                MOVE "INDEX BEYOND THE ELEMENT COUNT" TO RejReason
            WHEN element(MaintIdx) NOT = MaintOld
                MOVE "VALUE HAS CHANGED SINCE IT WAS KEYED" TO RejReason
            WHEN PndCode(PndIdx) = "D" AND ArrayCount <= 1
                MOVE "DELETE OF THE LAST ELEMENT" TO RejReason
            WHEN OTHER
                MOVE SPACES TO RejReason
        END-EVALUATE
        IF RejReason NOT = SPACES
            DISPLAY "ITEM " PndSeq(PndIdx) " NOT APPLIED: " RejReason
                ", LEFT PENDING"
            MOVE 8 TO StepRC
        ELSE
            MOVE "A" TO PndStat(PndIdx)
            PERFORM PNDRESOLVE
            IF StepRC < 8
                MOVE SPACES TO AuditDetail
                STRING "PEND=" PndSeq(PndIdx) " APPROVED MAKER="
                    PndMaker(PndIdx)
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                EVALUATE PndCode(PndIdx)
                    WHEN "U"
                        PERFORM APPLYUPDATE
                    WHEN "I"
                        PERFORM APPLYINSERT
                    WHEN OTHER
                        PERFORM APPLYDELETE
                END-EVALUATE
            END-IF
        END-IF.

*> Stamps the item at PndIdx with the checker and the time of the decision
*> and rewrites the pending-changes file; a failed rewrite puts the item
*> back to pending so nothing is applied that the file doesn't record
        PNDRESOLVE.
        MOVE BusDate TO RunDate
        ACCEPT RunTime FROM TIME
        MOVE OperUser TO PndChecker(PndIdx)
        MOVE RunDate TO PndActDate(PndIdx)
        COMPUTE PndActTime(PndIdx) = RunTime / 100
        PERFORM WRITEPENDING
        IF StepRC >= 8
            MOVE "P" TO PndStat(PndIdx)
            DISPLAY "ITEM " PndSeq(PndIdx) " LEFT PENDING"
        END-IF.

*> Pending-changes report (PENDRPT): every item still waiting for a second
*> operator, oldest first as queued, with anything keyed before today
*> flagged as left pending past end of day, then the items resolved today
*> with their checker. Overdue items raise the step return code to 4 so a
*> batch run shows them.
        PENDREPORT.
        DISPLAY "PENDING CHANGES REPORT"
        PERFORM READPENDING
        OPEN OUTPUT PENDING-REPORT
        IF PNDRPT-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE PENDRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "PENDING HAND CHANGES REPORT" TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE SPACES TO PNDRPT-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                DELIMITED BY SIZE INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "SECTION 1 - AWAITING APPROVAL" TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "  ITEM  DATASET      C INDEX OLD   NEW   MAKER    KEYED"
                TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE 0 TO PndWaiting
            MOVE 0 TO PndOverdue
            MOVE 0 TO PndDone
            PERFORM VARYING PndIdx FROM 1 BY 1 UNTIL PndIdx > PndTotal
                IF PndStat(PndIdx) = "P"
                    ADD 1 TO PndWaiting
                    MOVE SPACES TO PNDRPT-LINE
                    STRING "  " PndSeq(PndIdx) " " PndDsn(PndIdx)
                        " " PndCode(PndIdx) " " PndIx(PndIdx)
                        " " PndOld(PndIdx) " " PndNew(PndIdx)
                        " " PndMaker(PndIdx) " " PndDate(PndIdx)
                        " " PndTime(PndIdx)
                        DELIMITED BY SIZE INTO PNDRPT-LINE
                    IF PndDate(PndIdx) < RunDate
                        ADD 1 TO PndOverdue
                        MOVE "PAST END OF DAY" TO PNDRPT-LINE(80:15)
                    END-IF
                    WRITE PNDRPT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "SECTION 2 - RESOLVED TODAY" TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "  ITEM  DATASET      C INDEX OLD   NEW   MAKER    S CHECKER"
                TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            PERFORM VARYING PndIdx FROM 1 BY 1 UNTIL PndIdx > PndTotal
                IF PndStat(PndIdx) NOT = "P"
                    AND PndActDate(PndIdx) = RunDate
                    ADD 1 TO PndDone
                    MOVE SPACES TO PNDRPT-LINE
                    STRING "  " PndSeq(PndIdx) " " PndDsn(PndIdx)
                        " " PndCode(PndIdx) " " PndIx(PndIdx)
                        " " PndOld(PndIdx) " " PndNew(PndIdx)
                        " " PndMaker(PndIdx) " " PndStat(PndIdx)
                        " " PndChecker(PndIdx) " " PndActTime(PndIdx)
                        DELIMITED BY SIZE INTO PNDRPT-LINE
                    WRITE PNDRPT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE SPACES TO PNDRPT-LINE
            STRING "AWAITING APPROVAL: " PndWaiting
                "  PAST END OF DAY: " PndOverdue
                "  RESOLVED TODAY: " PndDone
                DELIMITED BY SIZE INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            CLOSE PENDING-REPORT
            DISPLAY "PENDING REPORT WRITTEN TO PENDRPT, " PndWaiting
                " WAITING, " PndOverdue " PAST END OF DAY"
            IF PndOverdue > 0 AND StepRC < 4
                MOVE 4 TO StepRC
            END-IF
        END-IF.

            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE ANALRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE 0 TO AnlPage
            PERFORM ANLHEADING
*> front-end edit does, so ARRAY1 is never half-replaced
        CSVIMPORT.
        DISPLAY "CSV IMPORT"
        MOVE CurrentDataset TO DomDsn
        PERFORM DOMLOAD
        MOVE 0 TO CsvGood
        MOVE 0 TO CsvBad
        MOVE "N" TO CsvHdr
                    MOVE 8 TO StepRC
                WHEN OTHER
                    MOVE CsvGood TO ArrayCount
                    MOVE 0 TO ArrayGen
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                        MOVE EditValue(J) TO element(J)
                    END-PERFORM
                    DISPLAY "ARRAY1 LOADED WITH " ArrayCount
                        " ELEMENT(S) FROM CSVIN"
                    MOVE SPACES TO AuditDetail
                    STRING "CSVIMPORT COUNT=" ArrayCount
                        DELIMITED BY SIZE INTO AuditDetail
                    PERFORM WRITEAUDITDET
                    PERFORM CHECKTHRESH
            END-EVALUATE
        END-IF.
*> field, so ARRAYCSV round-trips through the import unchanged. The first
*> non-numeric row is taken as the header; anything unparseable after that
*> counts as a bad row, including a row missing its value column — the
*> index is never quietly taken in its place — and so does a value outside
*> the dataset's domain rules.
        CSVIMPREC.
        READ CSV-IMPORT
            AT END MOVE "Y" TO CSV-EOF
                        MOVE CsvField TO ParseSrc
                    END-IF
                    PERFORM PARSENUM
                    MOVE "N" TO DomOK
                    IF ParseOK = "Y" AND ParseVal >= 1
                        AND ParseVal <= 99999
                        MOVE ParseVal TO DomVal
                        PERFORM DOMCHECK
                    END-IF
                    EVALUATE TRUE
                        WHEN ParseOK = "Y" AND ParseVal >= 1
                            AND ParseVal <= 99999 AND DomOK NOT = "Y"
                            ADD 1 TO CsvBad
                            DISPLAY "CSV VALUE OUTSIDE THE DOMAIN RULES: "
                                CSVIN-RECORD(1:40)
                        WHEN ParseOK = "Y" AND ParseVal >= 1
                            AND ParseVal <= 99999
                            IF CsvGood >= 10000
        DISPLAY "APPLY DELTA TRANSACTIONS"
        PERFORM DELTAEDIT
        IF EDIT-BALANCED
            PERFORM DELTAPOST
            IF DeltaFail = "N"
                PERFORM SUSPCOMMIT
            END-IF
        ELSE
            DISPLAY "NO TRANSACTIONS APPLIED, ARRAY1 LEFT UNCHANGED"
        END-IF.

*> Applies the edited, balanced transactions staged in DELTA-TABLE to a
*> working copy of ARRAY1 and replaces ARRAY1 only when every one of them
*> landed; DeltaFail says which way it went
        DELTAPOST.
        MOVE ArrayCount TO WorkCount
        PERFORM VARYING J FROM 1 BY 1 UNTIL J>WorkCount
                MOVE element(J) TO EditValue(J)
        END-PERFORM
        PERFORM OPENDLTRPT
        MOVE "N" TO DeltaFail
        PERFORM DELTAONE VARYING DeltaSeq FROM 1 BY 1
            UNTIL DeltaSeq > EditGood OR DeltaFail = "Y"
        IF DeltaFail = "Y"
            MOVE "APPLY ABANDONED, DATASET LEFT UNCHANGED"
                TO DELTA-LINE
            PERFORM WRITEDLTLINE
            DISPLAY "DELTA APPLY ABANDONED, ARRAY1 LEFT UNCHANGED"
            MOVE 8 TO StepRC
            MOVE SPACES TO AuditDetail
            STRING "DELTA ABANDONED N=" DeltaSeq
                DELIMITED BY SIZE INTO AuditDetail
            PERFORM WRITEAUDITDET
        ELSE
            PERFORM DELTAAUDIT
            MOVE WorkCount TO ArrayCount
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                    MOVE EditValue(J) TO element(J)
            END-PERFORM
            MOVE 0 TO ArrayGen
            MOVE SPACES TO DELTA-LINE
            STRING EditGood " TRANSACTION(S) APPLIED, COUNT NOW "
                ArrayCount DELIMITED BY SIZE INTO DELTA-LINE
            PERFORM WRITEDLTLINE
            DISPLAY EditGood " TRANSACTION(S) APPLIED, COUNT NOW "
                ArrayCount
            MOVE SPACES TO AuditDetail
            STRING "DELTA APPLIED N=" EditGood " COUNT=" ArrayCount
                DELIMITED BY SIZE INTO AuditDetail
            PERFORM WRITEAUDITDET
        END-IF
        IF DLT-RPT-OPEN = "Y"
            CLOSE DELTA-REPORT
            DISPLAY "APPLIED-UPDATES REPORT WRITTEN TO DELTARPT"
        END-IF.

*> Front-end edit for the delta feed: validates the count header, every
*> transaction card, and the trailer with the same discipline EDITTRANS
*> applies to the replace feed. Bad cards go to TRANSREJ with a reason
*> code; good transactions stage in DELTA-TABLE while the card count and
*> the hash of the A/C values accumulate for the trailer reconciliation.
        DELTAEDIT.
        MOVE BusDate TO RunDate
        MOVE CurrentDataset TO SuspDsn
        MOVE "D" TO SuspSrc
        MOVE RunDate TO SuspFeedDate
        PERFORM SUSPSTART
        MOVE CurrentDataset TO DomDsn
        PERFORM DOMLOAD
        MOVE "N" TO TRANS-EOF
        MOVE "N" TO EDIT-OK
        MOVE "N" TO TRAIL-SEEN
            PERFORM DELTABALANCE
        END-IF.

*> Reads and edits one delta card
        DELTACARD.
        READ TRANSACTION-FILE
            AT END MOVE "Y" TO TRANS-EOF
            NOT AT END PERFORM DELTACHECK
        END-READ.

*> Edits the delta card in hand: "T" opens the trailer, A/C/D open a
*> transaction whose index and value fields must match the code (an add
*> carries no index, a delete carries no value), and anything else is
*> rejected. Shared by the delta feed and the delta sections of a
*> multi-dataset feed.
        DELTACHECK.
        EVALUATE TRUE
            WHEN TRAIL-ID = "T"
                IF TRAIL-COUNT-X IS NUMERIC
                    AND TRAIL-HASH-X IS NUMERIC
                    MOVE "Y" TO TRAIL-SEEN
                    MOVE TRAIL-COUNT-X TO TrailCount
                    MOVE TRAIL-HASH-X TO TrailHash
                ELSE
                    MOVE "03 MALFORMED TRAILER" TO RejReason
                    PERFORM REJECTREC
                END-IF
            WHEN DLT-CODE = "A"
                IF (DLT-IX-X = SPACES OR DLT-IX-X = "00000")
                    AND DLT-VAL-X IS NUMERIC
                    AND DLT-VAL-X NOT = "00000"
                    AND DLT-REST = SPACES
                    PERFORM DELTASTAGE
                ELSE
                    MOVE "05 MALFORMED ADD CARD" TO RejReason
                    PERFORM REJECTDETAIL
                END-IF
            WHEN DLT-CODE = "C"
                IF DLT-IX-X IS NUMERIC
                    AND DLT-IX-X NOT = "00000"
                    AND DLT-VAL-X IS NUMERIC
                    AND DLT-VAL-X NOT = "00000"
                    AND DLT-REST = SPACES
                    PERFORM DELTASTAGE
                ELSE
                    MOVE "06 MALFORMED CHANGE CARD" TO RejReason
                    PERFORM REJECTDETAIL
                END-IF
            WHEN DLT-CODE = "D"
                IF DLT-IX-X IS NUMERIC
                    AND DLT-IX-X NOT = "00000"
                    AND DLT-VAL-X = SPACES
                    AND DLT-REST = SPACES
                    PERFORM DELTASTAGE
                ELSE
                    MOVE "07 MALFORMED DELETE CARD" TO RejReason
                    PERFORM REJECTDETAIL
                END-IF
            WHEN OTHER
                MOVE "08 UNKNOWN TRANSACTION CODE" TO RejReason
                PERFORM REJECTDETAIL
        END-EVALUATE.

*> Stages the validated card in hand into DELTA-TABLE, accumulating the
*> hash total over the values the A and C cards carry; a value outside the
*> dataset's domain rules is rejected instead
        DELTASTAGE.
        MOVE "Y" TO DomOK
        IF DLT-VAL-X IS NUMERIC
            MOVE DLT-VAL-X TO DomVal
            PERFORM DOMCHECK
        END-IF
        EVALUATE TRUE
            WHEN EditGood >= 2000
                MOVE "04 TABLE CAPACITY EXCEEDED" TO RejReason
                PERFORM REJECTDETAIL
            WHEN DomOK NOT = "Y"
                MOVE "09 VALUE OUTSIDE DOMAIN" TO RejReason
                PERFORM REJECTDETAIL
            WHEN OTHER
                ADD 1 TO EditGood
                MOVE DLT-CODE TO DltCode(EditGood)
                MOVE 0 TO DltIdx(EditGood)
                MOVE 0 TO DltVal(EditGood)
                MOVE 0 TO DltOld(EditGood)
                MOVE 0 TO DltAt(EditGood)
                IF DLT-IX-X IS NUMERIC
                    MOVE DLT-IX-X TO DltIdx(EditGood)
                END-IF
                IF DLT-VAL-X IS NUMERIC
                    MOVE DLT-VAL-X TO DltVal(EditGood)
                    ADD DltVal(EditGood) TO EditHash
                END-IF
        END-EVALUATE.

*> Reconciles the delta edit exactly the way EDITBALANCE reconciles the
*> replace feed: unheld rejects, a header mismatch, or trailer totals that
*> don't balance refuse the apply outright, cards held in suspense count
*> toward the totals with a warning, and a feed without a trailer gets
*> through with a warning only
        DELTABALANCE.
        DISPLAY "EDIT: " EditGood " TRANSACTION(S) ACCEPTED, " EditRejCnt
            " REJECTED TO TRANSREJ"
        COMPUTE EditSeen = EditGood + SuspHeld
        EVALUATE TRUE
            WHEN EditRejCnt > SuspHeld
                DISPLAY "EDIT: APPLY REFUSED, REJECTED CARD(S) PRESENT"
                MOVE 8 TO StepRC
            WHEN EditGood < 1
                DISPLAY "EDIT: APPLY REFUSED, NO ACCEPTED TRANSACTION(S)"
                MOVE 8 TO StepRC
            WHEN EditSeen NOT = EditExpect
                DISPLAY "EDIT: APPLY REFUSED, ACCEPTED " EditGood
                    " AND SUSPENDED " SuspHeld
                    " BUT HEADER PROMISED " EditExpect
                MOVE 8 TO StepRC
            WHEN TRAIL-PRESENT AND (TrailCount NOT = EditSeen
                OR (SuspHeld = 0 AND TrailHash NOT = EditHash))
                DISPLAY "EDIT: APPLY REFUSED, TRAILER TOTALS DO NOT BALANCE"
                DISPLAY "  TRAILER COUNT " TrailCount " VS ACCEPTED " EditGood
                    " AND SUSPENDED " SuspHeld
                DISPLAY "  TRAILER HASH  " TrailHash " VS ACCUMULATED " EditHash
                MOVE 8 TO StepRC
            WHEN TRAIL-PRESENT AND SuspHeld > 0
                DISPLAY "EDIT: TRAILER COUNT BALANCES WITH " SuspHeld
                    " CARD(S) TO SUSPENSE, HASH NOT PROVEN"
                MOVE "Y" TO EDIT-OK
                IF StepRC < 4
                    MOVE 4 TO StepRC
                END-IF
            WHEN TRAIL-PRESENT
                DISPLAY "EDIT: TRAILER TOTALS BALANCE, COUNT " TrailCount
                    " HASH " TrailHash
                IF StepRC < 4
                    MOVE 4 TO StepRC
                END-IF
        END-EVALUATE
        PERFORM EDITAUDIT.

*> Opens the applied-updates report and writes its headings; a report that
*> won't open sends its lines to the console instead so the apply detail
*> is never lost outright. The later delta sections of a multi-dataset
*> feed (DltRptExtend) add their own block to the end of the report.
        OPENDLTRPT.
        MOVE "N" TO DLT-RPT-OPEN
        IF DltRptExtend = "Y"
            OPEN EXTEND DELTA-REPORT
            IF DLT-STATUS = "35"
                OPEN OUTPUT DELTA-REPORT
            END-IF
        ELSE
            OPEN OUTPUT DELTA-REPORT
        END-IF
        IF DLT-STATUS = "00"
            MOVE "Y" TO DLT-RPT-OPEN
        ELSE
                MOVE 4 TO StepRC
            END-IF
        END-IF
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        MOVE SPACES TO DELTA-LINE
        STRING "APPLIED UPDATES REPORT - DATASET " CurrentDataset
            DELIMITED BY SIZE INTO DELTA-LINE
        PERFORM WRITEDLTLINE.

*> Flags the apply as failed and says which transaction broke it and why,
*> on the report and the console both
        DELTAFAILED.
        MOVE "Y" TO DeltaFail
        MOVE SPACES TO DELTA-LINE
        STRING "TRANSACTION " DeltaSeq " NOT APPLIED: " RejReason
            DELIMITED BY SIZE INTO DELTA-LINE
        PERFORM WRITEDLTLINE
        DISPLAY "TRANSACTION " DeltaSeq " NOT APPLIED: " RejReason.

*> Writes one applied-updates report line, or echoes it to the console when
*> DELTARPT could not be opened
        WRITEDLTLINE.
        IF DLT-RPT-OPEN = "Y"
            WRITE DELTA-LINE
        ELSE
            DISPLAY DELTA-LINE
        END-IF.

*> After a clean apply, writes one audit detail line per transaction in the
*> same OLD=/NEW= form the hand-keyed maintenance choices use, so the log
*> reconstructs a delta run the same way it reconstructs hand corrections
        DELTAAUDIT.
        MOVE ArrayCount TO DltRunCount
        PERFORM DELTAAUDITONE VARYING DeltaSeq FROM 1 BY 1
            UNTIL DeltaSeq > EditGood.

*> Writes the audit detail line for one applied transaction
        DELTAAUDITONE.
        MOVE SPACES TO AuditDetail
        EVALUATE DltCode(DeltaSeq)
            WHEN "A"
                ADD 1 TO DltRunCount
                STRING "INSERT IX=" DltAt(DeltaSeq)
                    " NEW=" DltVal(DeltaSeq)
                    " COUNT=" DltRunCount
                    DELIMITED BY SIZE INTO AuditDetail
            WHEN "C"
                STRING "UPDATE IX=" DltAt(DeltaSeq)
                    " OLD=" DltOld(DeltaSeq)
                    " NEW=" DltVal(DeltaSeq)
                    DELIMITED BY SIZE INTO AuditDetail
            WHEN "D"
                SUBTRACT 1 FROM DltRunCount
                STRING "DELETE IX=" DltAt(DeltaSeq)
                    " OLD=" DltOld(DeltaSeq)
                    " COUNT=" DltRunCount
                    DELIMITED BY SIZE INTO AuditDetail
        END-EVALUATE
        PERFORM WRITEAUDITDET.

*> Loads a multi-dataset feed from TRANSIN: proves the feed's structure,
*> checks its sequence against the feed register, then edits, balances and
*> loads each dataset section on its own. The dataset current before the
*> feed is current again afterwards, reloaded from its newest generation
*> the way selecting it would. The feed goes on the register whatever the
*> outcome - all sections loaded (A), some (P), none (R), or refused as a
*> rerun of a sequence already loaded (D) - and FEEDRPT shows each section.
        LOADFEED.
        DISPLAY "LOAD MULTI-DATASET FEED"
        PERFORM FEEDSCAN
        MOVE 0 TO FsTotal
        MOVE 0 TO FeedLoaded
        MOVE "N" TO FeedGap
        EVALUATE TRUE
            WHEN FeedScanOK = "N" AND FeedSys = SPACES
                DISPLAY "FEED REFUSED: " FeedScanWhy
                MOVE 8 TO StepRC
            WHEN FeedScanOK = "N"
                DISPLAY "FEED REFUSED: " FeedScanWhy
                MOVE 8 TO StepRC
                MOVE "R" TO FeedStat
                PERFORM FEEDREGADD
                PERFORM FEEDREPORT
            WHEN OTHER
                PERFORM FEEDREGCHK
                IF FeedDup = "Y"
                    DISPLAY "FEED " FeedSys " SEQUENCE " FeedSeq
                        " WAS ALREADY LOADED ON " FeedDupDate
                        ", RERUN REFUSED"
                    MOVE "FEED SEQUENCE ALREADY LOADED, RERUN REFUSED"
                        TO FeedScanWhy
                    MOVE 8 TO StepRC
                    MOVE "D" TO FeedStat
                    PERFORM FEEDREGADD
                    PERFORM FEEDREPORT
                ELSE
                    IF FeedLastSeq > 0 AND FeedSeq NOT = FeedLastSeq + 1
                        MOVE "Y" TO FeedGap
                        DISPLAY "WARNING: FEED SEQUENCE GAP, LAST LOADED "
                            FeedLastSeq " BUT THIS FEED IS " FeedSeq
                        IF StepRC < 4
                            MOVE 4 TO StepRC
                        END-IF
                    END-IF
                    PERFORM FEEDLOAD
                    EVALUATE TRUE
                        WHEN FeedLoaded = FsTotal
                            MOVE "A" TO FeedStat
                        WHEN FeedLoaded = 0
                            MOVE "R" TO FeedStat
                        WHEN OTHER
                            MOVE "P" TO FeedStat
                    END-EVALUATE
                    PERFORM FEEDREGADD
                    PERFORM FEEDREPORT
                    DISPLAY "FEED " FeedSys " SEQUENCE " FeedSeq ": "
                        FeedLoaded " OF " FsTotal " SECTION(S) LOADED"
                END-IF
        END-EVALUATE.

*> First pass over TRANSIN: the opening record must be a feed header with a
*> sender, a sensible business date and a non-zero sequence; after it come
*> the sections, and the feed trailer must close the file with the number
*> of sections the feed really holds. Every other record must sit between
*> a section header and its trailer - a stray one would otherwise go to
*> TRANSREJ only, outside any section's counts. Nothing is loaded from a
*> feed that fails here.
        FEEDSCAN.
        MOVE "Y" TO FeedScanOK
        MOVE SPACES TO FeedScanWhy
        MOVE SPACES TO FeedSys
        MOVE 0 TO FeedSeq
        MOVE 0 TO FeedBusDate
        MOVE 0 TO FeedRecNo
        MOVE 0 TO FeedSectCnt
        MOVE 0 TO FeedEndCnt
        MOVE "N" TO FeedEndSeen
        MOVE "N" TO FeedScanIn
        MOVE "N" TO TRANS-EOF
        OPEN INPUT TRANSACTION-FILE
        IF TRANS-STATUS = "35"
            MOVE "N" TO FeedScanOK
            MOVE "TRANSACTION FILE TRANSIN NOT FOUND" TO FeedScanWhy
        ELSE
            PERFORM FEEDSCANREC UNTIL TRANS-AT-EOF OR FeedScanOK = "N"
            CLOSE TRANSACTION-FILE
        END-IF
        IF FeedScanOK = "Y"
            EVALUATE TRUE
                WHEN FeedRecNo = 0
                    MOVE "N" TO FeedScanOK
                    MOVE "TRANSIN IS EMPTY" TO FeedScanWhy
                WHEN FeedEndSeen = "N"
                    MOVE "N" TO FeedScanOK
                    MOVE "NO FEED TRAILER (E) RECORD" TO FeedScanWhy
                WHEN FeedSectCnt = 0
                    MOVE "N" TO FeedScanOK
                    MOVE "FEED HOLDS NO DATASET SECTIONS" TO FeedScanWhy
                WHEN FeedEndCnt NOT = FeedSectCnt
                    MOVE "N" TO FeedScanOK
                    STRING "FEED TRAILER PROMISED " FeedEndCnt
                        " SECTION(S), FEED HOLDS " FeedSectCnt
                        DELIMITED BY SIZE INTO FeedScanWhy
                WHEN FeedSectCnt > 50
                    MOVE "N" TO FeedScanOK
                    MOVE "FEED HOLDS MORE THAN 50 SECTIONS" TO FeedScanWhy
            END-EVALUATE
        END-IF.

*> Checks one record of the structure pass
        FEEDSCANREC.
        READ TRANSACTION-FILE
            AT END MOVE "Y" TO TRANS-EOF
            NOT AT END
                ADD 1 TO FeedRecNo
                EVALUATE TRUE
                    WHEN FeedRecNo = 1
                        IF FEED-ID = "F" AND FEED-SYS NOT = SPACES
                            AND FEED-DATE-X IS NUMERIC
                            AND FEED-SEQ-X IS NUMERIC
                            AND FEED-SEQ-X NOT = "000000"
                            MOVE FEED-SYS TO FeedSys
                            MOVE FEED-SEQ-X TO FeedSeq
                            MOVE FEED-DATE-X TO FeedBusDate
                            MOVE FEED-DATE-X TO FEED-BUS-DATE
                            IF FeedBusMonth < 1 OR FeedBusMonth > 12
                                OR FeedBusDay < 1 OR FeedBusDay > 31
                                MOVE "N" TO FeedScanOK
                                MOVE "FEED HEADER BUSINESS DATE IS INVALID"
                                    TO FeedScanWhy
                            END-IF
                        ELSE
                            MOVE "N" TO FeedScanOK
                            MOVE "FIRST RECORD IS NOT A VALID FEED HEADER"
                                TO FeedScanWhy
                        END-IF
                    WHEN FeedEndSeen = "Y"
                        MOVE "N" TO FeedScanOK
                        MOVE "RECORDS FOLLOW THE FEED TRAILER" TO FeedScanWhy
                    WHEN FEED-ID = "F"
                        MOVE "N" TO FeedScanOK
                        MOVE "SECOND FEED HEADER IN THE FILE" TO FeedScanWhy
                    WHEN FEND-ID = "E"
                        MOVE "Y" TO FeedEndSeen
                        IF FEND-COUNT-X IS NUMERIC
                            MOVE FEND-COUNT-X TO FeedEndCnt
                        ELSE
                            MOVE "N" TO FeedScanOK
                            MOVE "FEED TRAILER SECTION COUNT NOT NUMERIC"
                                TO FeedScanWhy
                        END-IF
                    WHEN SECT-ID = "S"
                        ADD 1 TO FeedSectCnt
                        MOVE "Y" TO FeedScanIn
                    WHEN FeedScanIn = "N"
                        MOVE "N" TO FeedScanOK
                        STRING "RECORD " FeedRecNo " OUTSIDE A SECTION"
                            DELIMITED BY SIZE INTO FeedScanWhy
                    WHEN TRAIL-ID = "T"
                        MOVE "N" TO FeedScanIn
                END-EVALUATE
        END-READ.

*> Reads the feed register for the feed's sender: FeedDup is set when this
*> sequence was already loaded in whole or in part, and FeedLastSeq holds
*> the highest sequence loaded so far, for the gap check. Feeds refused
*> outright don't count, so a corrected resend of one is let through.
        FEEDREGCHK.
        MOVE "N" TO FeedDup
        MOVE 0 TO FeedDupDate
        MOVE 0 TO FeedLastSeq
        MOVE "N" TO FREG-EOF
        OPEN INPUT FEED-REGISTER
        IF FREG-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM FEEDREGREC UNTIL FREG-AT-EOF
            CLOSE FEED-REGISTER
        END-IF.

*> Checks one feed register entry against the feed in hand
        FEEDREGREC.
        READ FEED-REGISTER
            AT END MOVE "Y" TO FREG-EOF
            NOT AT END
                MOVE FREG-RECORD TO FREG-LINE
                IF FRegSys = FeedSys AND FRegSeq IS NUMERIC
                    AND (FRegStat = "A" OR FRegStat = "P")
                    IF FRegSeq = FeedSeq
                        MOVE "Y" TO FeedDup
                        MOVE FRegRunDate TO FeedDupDate
                    END-IF
                    IF FRegSeq > FeedLastSeq
                        MOVE FRegSeq TO FeedLastSeq
                    END-IF
                END-IF
        END-READ.

*> Appends the feed in hand to the feed register with its outcome, and
*> audits it
        FEEDREGADD.
        MOVE BusDate TO RunDate
        ACCEPT RunTime FROM TIME
        MOVE FeedSys TO FRegSys
        MOVE FeedSeq TO FRegSeq
        MOVE FeedBusDate TO FRegBusDate
        MOVE RunDate TO FRegRunDate
        COMPUTE FRegRunTime = RunTime / 100
        MOVE FsTotal TO FRegSects
        MOVE FeedLoaded TO FRegLoaded
        MOVE FeedStat TO FRegStat
        MOVE FeedGap TO FRegGap
        MOVE OperUser TO FRegUser
        OPEN EXTEND FEED-REGISTER
        IF FREG-STATUS = "35"
            OPEN OUTPUT FEED-REGISTER
        END-IF
        IF FREG-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE FEED REGISTER FEEDREG"
            MOVE 8 TO StepRC
        ELSE
            MOVE FREG-LINE TO FREG-RECORD
            WRITE FREG-RECORD
            CLOSE FEED-REGISTER
        END-IF
        MOVE SPACES TO AuditDetail
        STRING "FEED SYS=" FeedSys " SEQ=" FeedSeq " STAT=" FeedStat
            " LOADED=" FeedLoaded
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET.

*> Second pass over TRANSIN: every section is edited, balanced and loaded
*> as it is met, with the rejects of the whole feed going to TRANSREJ and
*> the delta sections' applies to DELTARPT
        FEEDLOAD.
        MOVE CurrentDataset TO FeedOrigDs
        MOVE "N" TO TRANS-EOF
        MOVE "N" TO FeedInSect
        MOVE "N" TO FeedSectOK
        MOVE "N" TO DltRptExtend
        MOVE 0 TO FeedRecNo
        MOVE "N" TO REJ-OPEN
        OPEN OUTPUT REJECT-FILE
        IF REJ-STATUS = "00"
            MOVE "Y" TO REJ-OPEN
        ELSE
            DISPLAY "WARNING: COULD NOT OPEN REJECT FILE TRANSREJ,"
                " REJECTS GO TO CONSOLE"
        END-IF
        OPEN INPUT TRANSACTION-FILE
        PERFORM FEEDREC UNTIL TRANS-AT-EOF
        CLOSE TRANSACTION-FILE
        PERFORM FEEDSECTEND
        IF REJ-OPEN = "Y"
            CLOSE REJECT-FILE
        END-IF
        MOVE "N" TO DltRptExtend
        IF CurrentDataset NOT = FeedOrigDs
            MOVE FeedOrigDs TO CurrentDataset
            PERFORM LOADNEWEST
            DISPLAY "CURRENT DATASET IS AGAIN " CurrentDataset
        END-IF.

*> Routes one feed record: section headers open a section, the section's
*> records go through the replace or delta edit, and its trailer closes and
*> loads it. A refused section's records are passed over up to its trailer.
        FEEDREC.
        READ TRANSACTION-FILE
            AT END MOVE "Y" TO TRANS-EOF
            NOT AT END
                ADD 1 TO FeedRecNo
                EVALUATE TRUE
                    WHEN FeedRecNo = 1
                        CONTINUE
                    WHEN FEND-ID = "E"
                        PERFORM FEEDSECTEND
                    WHEN SECT-ID = "S"
                        PERFORM FEEDSECTEND
                        PERFORM FEEDSECTOPEN
                    WHEN FeedInSect = "N"
                        MOVE "03 RECORD OUTSIDE A SECTION" TO RejReason
                        PERFORM REJECTREC
                    WHEN FeedSectOK = "N"
                        IF TRAIL-ID = "T"
                            MOVE "N" TO FeedInSect
                        ELSE
                            ADD 1 TO FsSkip(FsIdx)
                        END-IF
                    WHEN FsMode(FsIdx) = "R"
                        PERFORM EDITREC
                    WHEN OTHER
                        PERFORM DELTACHECK
                END-EVALUATE
                IF FeedInSect = "Y" AND TRAIL-PRESENT
                    PERFORM FEEDSECTCLOSE
                END-IF
        END-READ.

*> Opens a section: its dataset must be valid, on the master (or the
*> original ARRAYDAT) and not closed for the period, its mode R or D and its
*> record count numeric. The edit totals start afresh for the section.
        FEEDSECTOPEN.
        ADD 1 TO FsTotal
        MOVE FsTotal TO FsIdx
        MOVE SECT-DSN TO FsDsn(FsIdx)
        MOVE SECT-MODE TO FsMode(FsIdx)
        MOVE 0 TO FsExpect(FsIdx)
        MOVE 0 TO FsGood(FsIdx)
        MOVE 0 TO FsRej(FsIdx)
        MOVE 0 TO FsSkip(FsIdx)
        MOVE SPACES TO FsResult(FsIdx)
        MOVE "Y" TO FeedInSect
        MOVE "N" TO FeedSectOK
        MOVE "N" TO EDIT-OK
        MOVE "N" TO TRAIL-SEEN
        MOVE 0 TO EditExpect
        MOVE 0 TO EditGood
        MOVE 0 TO EditRejCnt
        MOVE 0 TO EditHash
        MOVE 0 TO TrailCount
        MOVE 0 TO TrailHash
        MOVE SECT-DSN TO SuspDsn
        MOVE SECT-MODE TO SuspSrc
        MOVE FeedBusDate TO SuspFeedDate
        PERFORM SUSPSTART
        MOVE SECT-DSN TO DsNameIn
        PERFORM VALIDDSNAME
        PERFORM READMASTER
        PERFORM FINDMASTER
        EVALUATE TRUE
            WHEN DsNameOK = "N"
                MOVE "REFUSED - INVALID DATASET NAME" TO FsResult(FsIdx)
            WHEN MstIdx = 0 AND DsNameIn NOT = "ARRAYDAT"
                MOVE "REFUSED - DATASET NOT ON THE MASTER"
                    TO FsResult(FsIdx)
            WHEN MstIdx > 0 AND MstStat(MstIdx) = "C"
                MOVE "REFUSED - DATASET CLOSED FOR THE PERIOD"
                    TO FsResult(FsIdx)
            WHEN SECT-MODE NOT = "R" AND SECT-MODE NOT = "D"
                MOVE "REFUSED - MODE IS NOT R OR D" TO FsResult(FsIdx)
            WHEN SECT-COUNT-X IS NOT NUMERIC
                MOVE "REFUSED - SECTION COUNT NOT NUMERIC"
                    TO FsResult(FsIdx)
            WHEN OTHER
                MOVE "Y" TO FeedSectOK
                MOVE SECT-COUNT-X TO EditExpect
                MOVE EditExpect TO FsExpect(FsIdx)
                MOVE SECT-DSN TO DomDsn
                PERFORM DOMLOAD
        END-EVALUATE
        IF FeedSectOK = "Y"
            DISPLAY "SECTION " FsIdx " DATASET " FsDsn(FsIdx)
                " MODE " FsMode(FsIdx)
        ELSE
            DISPLAY "SECTION " FsIdx " DATASET " FsDsn(FsIdx) " "
                FsResult(FsIdx)
            MOVE 8 TO StepRC
        END-IF.

*> Ends the open section at a section header or the feed trailer: one that
*> is still open never sent its own trailer, so it can't be proven and is
*> refused
        FEEDSECTEND.
        IF FeedInSect = "Y"
            MOVE "N" TO FeedInSect
            IF FeedSectOK = "Y"
                MOVE EditGood TO FsGood(FsIdx)
                MOVE EditRejCnt TO FsRej(FsIdx)
                MOVE "REFUSED - NO VALID SECTION TRAILER" TO FsResult(FsIdx)
                DISPLAY "SECTION " FsIdx " DATASET " FsDsn(FsIdx) " "
                    FsResult(FsIdx)
                MOVE 8 TO StepRC
            END-IF
        END-IF.

*> Closes the section whose trailer just arrived: reconciles it the way the
*> single-dataset edit would and loads it when it balances
        FEEDSECTCLOSE.
        MOVE "N" TO FeedInSect
        IF FsMode(FsIdx) = "R"
            PERFORM EDITBALANCE
        ELSE
            PERFORM DELTABALANCE
        END-IF
        MOVE EditGood TO FsGood(FsIdx)
        MOVE EditRejCnt TO FsRej(FsIdx)
        IF EDIT-BALANCED
            PERFORM FEEDSECTLOAD
        ELSE
            MOVE "REFUSED - SECTION DID NOT BALANCE" TO FsResult(FsIdx)
        END-IF.

*> Loads a balanced section into its dataset: a replace section becomes the
*> dataset's contents, a delta section is applied to the dataset's newest
*> generation. The result goes through the threshold check and is saved
*> as a new generation; a threshold breach holds it back unsaved.
        FEEDSECTLOAD.
        MOVE FsDsn(FsIdx) TO CurrentDataset
        MOVE "Y" TO FeedLoadOK
        MOVE StepRC TO FeedRC
        MOVE 0 TO StepRC
        IF FsMode(FsIdx) = "R"
            MOVE EditGood TO ArrayCount
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                    MOVE EditValue(J) TO element(J)
            END-PERFORM
            MOVE 0 TO ArrayGen
        ELSE
            PERFORM LOADNEWEST
            IF GenPick = 0 OR StepRC >= 8
                MOVE "N" TO FeedLoadOK
                MOVE "REFUSED - NO SAVED GENERATION TO APPLY TO"
                    TO FsResult(FsIdx)
            ELSE
                PERFORM DELTAPOST
                MOVE "Y" TO DltRptExtend
                IF DeltaFail = "Y"
                    MOVE "N" TO FeedLoadOK
                    MOVE "REFUSED - DELTA APPLY ABANDONED"
                        TO FsResult(FsIdx)
                END-IF
            END-IF
        END-IF
        IF FeedLoadOK = "Y"
            MOVE 0 TO TolBreaches
            PERFORM CHECKTHRESH
            IF TolBreaches > 0
                MOVE "HELD - THRESHOLD BREACH, NOT SAVED" TO FsResult(FsIdx)
            ELSE
                MOVE 0 TO StepRC
                PERFORM SAVEARRAY
                IF StepRC >= 8
                    MOVE "REFUSED - SAVE FAILED" TO FsResult(FsIdx)
                ELSE
                    ADD 1 TO FeedLoaded
                    PERFORM SUSPCOMMIT
                    MOVE SPACES TO FsResult(FsIdx)
                    STRING "LOADED AS GENERATION " NextGen
                        DELIMITED BY SIZE INTO FsResult(FsIdx)
                END-IF
            END-IF
        END-IF
        IF FsResult(FsIdx)(1:6) NOT = "LOADED"
            MOVE 8 TO StepRC
        END-IF
        IF FeedRC > StepRC
            MOVE FeedRC TO StepRC
        END-IF.

*> Loads the newest active generation of the current dataset into ARRAY1
*> without asking; GenPick comes back 0 when there is none, in which case
*> ARRAY1 is cleared the way selecting an unsaved dataset clears it
        LOADNEWEST.
        PERFORM READCATALOG
        MOVE 0 TO GenPick
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>CatTotal
            IF CatStat(K) = "A" AND CatDsn(K) = CurrentDataset
                AND CatGen(K) > GenPick
                MOVE CatGen(K) TO GenPick
            END-IF
        END-PERFORM
        IF GenPick > 0
            MOVE GenPick TO NextGen
            PERFORM BUILDGENNAME
            PERFORM LOADSAVEFILE
        ELSE
            MOVE 1 TO ArrayCount
            MOVE 0 TO element(1)
            MOVE 0 TO ArrayGen
        END-IF.

*> Writes the feed report FEEDRPT: the feed header, the register outcome,
*> and one line per section with its counts and what became of it
        FEEDREPORT.
        OPEN OUTPUT FEED-REPORT
        IF FRPT-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE FEEDRPT"
            IF StepRC < 4
                MOVE 4 TO StepRC
            END-IF
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "MULTI-DATASET FEED LOAD REPORT" TO FRPT-LINE
            WRITE FRPT-LINE
            MOVE SPACES TO FRPT-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                DELIMITED BY SIZE INTO FRPT-LINE
            WRITE FRPT-LINE
            MOVE SPACES TO FRPT-LINE
            STRING "SENDER " FeedSys "  BUSINESS DATE " FeedBusDate
                "  SEQUENCE " FeedSeq
                DELIMITED BY SIZE INTO FRPT-LINE
            WRITE FRPT-LINE
            MOVE SPACES TO FRPT-LINE
            EVALUATE FeedStat
                WHEN "A"
                    MOVE "OUTCOME: ALL SECTIONS LOADED" TO FRPT-LINE
                WHEN "P"
                    MOVE "OUTCOME: PARTLY LOADED, SEE THE SECTIONS BELOW"
                        TO FRPT-LINE
                WHEN OTHER
                    STRING "OUTCOME: NOTHING LOADED - " FeedScanWhy
                        DELIMITED BY SIZE INTO FRPT-LINE
            END-EVALUATE
            WRITE FRPT-LINE
            IF FeedGap = "Y"
                MOVE SPACES TO FRPT-LINE
                STRING "SEQUENCE GAP: LAST LOADED " FeedLastSeq
                    DELIMITED BY SIZE INTO FRPT-LINE
                WRITE FRPT-LINE
            END-IF
            MOVE SPACES TO FRPT-LINE
            WRITE FRPT-LINE
            MOVE "SECT DATASET      MODE HEADER ACCEPTED REJECTED RESULT"
                TO FRPT-LINE
            WRITE FRPT-LINE
            PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > FsTotal
                MOVE FsIdx TO FrdSect
                MOVE FsDsn(FsIdx) TO FrdDsn
                MOVE FsMode(FsIdx) TO FrdMode
                MOVE FsExpect(FsIdx) TO FrdExpect
                MOVE FsGood(FsIdx) TO FrdGood
                MOVE FsRej(FsIdx) TO FrdRej
                MOVE FsResult(FsIdx) TO FrdResult
                MOVE FRPT-DETAIL TO FRPT-LINE
                WRITE FRPT-LINE
            END-PERFORM
            MOVE SPACES TO FRPT-LINE
            WRITE FRPT-LINE
            MOVE SPACES TO FRPT-LINE
            STRING "SECTIONS " FsTotal "  LOADED " FeedLoaded
                DELIMITED BY SIZE INTO FRPT-LINE
            WRITE FRPT-LINE
            CLOSE FEED-REPORT
            DISPLAY "FEED REPORT WRITTEN TO FEEDRPT"
        END-IF.

*> Files the rejects held during a load that went ahead as open suspense
*> items under new item numbers, so every one of them is still owed to the
*> dataset until someone corrects it or writes it off
        SUSPCOMMIT.
        IF SuspHeld > 0
            PERFORM READSUSP
            MOVE BusDate TO RunDate
            MOVE SuspNextId TO SuspFirst
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > SuspHeld
                IF SuspTotal < 2000
                    ADD 1 TO SuspTotal
                    MOVE SuspNextId TO SuspId(SuspTotal)
                    MOVE SuspDsn TO SuspDsnT(SuspTotal)
                    MOVE SuspFeedDate TO SuspFeedDt(SuspTotal)
                    MOVE SuspSrc TO SuspSrcT(SuspTotal)
                    MOVE SuspHCard(K) TO SuspCard(SuspTotal)
                    MOVE SuspHReason(K) TO SuspReason(SuspTotal)
                    MOVE "O" TO SuspStat(SuspTotal)
                    MOVE RunDate TO SuspEntDate(SuspTotal)
                    MOVE 0 TO SuspResDate(SuspTotal)
                    MOVE OperUser TO SuspUser(SuspTotal)
                    ADD 1 TO SuspNextId
                ELSE
                    DISPLAY "WARNING: SUSPENSE FILE FULL, REJECT NOT HELD: "
                        SuspHCard(K)
                    MOVE 8 TO StepRC
                END-IF
            END-PERFORM
            PERFORM WRITESUSP
            IF SuspNextId > SuspFirst
                COMPUTE SuspOpen = SuspNextId - SuspFirst
                MOVE SPACES TO AuditDetail
                STRING "SUSPENSE ADD ITEMS=" SuspOpen " FIRST=" SuspFirst
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                DISPLAY SuspOpen " REJECT(S) HELD IN SUSPENSE FOR " SuspDsn
                    " FROM ITEM " SuspFirst
            END-IF
            MOVE 0 TO SuspHeld
        END-IF.

*> Reads the suspense file into SUSP-TABLE. A missing file means nothing
*> has been suspended yet; the next item number defaults to one past the
*> highest item on file when the NEXT= record is missing.
        READSUSP.
        MOVE 0 TO SuspTotal
        MOVE 0 TO SuspNextId
        MOVE "N" TO SuspFull
        MOVE "N" TO SUSP-EOF
        OPEN INPUT SUSPENSE-FILE
        IF SUSP-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM READSUSPREC UNTIL SUSP-AT-EOF
            CLOSE SUSPENSE-FILE
        END-IF
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > SuspTotal
            IF SuspId(K) >= SuspNextId
                COMPUTE SuspNextId = SuspId(K) + 1
            END-IF
        END-PERFORM
        IF SuspNextId = 0
            MOVE 1 TO SuspNextId
        END-IF
        IF SuspFull = "Y"
            DISPLAY "WARNING: SUSPENSE FILE HOLDS MORE THAN 2000"
                " ITEMS, THE REST ARE NOT SHOWN"
        END-IF.

*> Reads and decodes one suspense record, skipping anything that doesn't
*> decode the way the pending-changes read does
        READSUSPREC.
        READ SUSPENSE-FILE
            AT END MOVE "Y" TO SUSP-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN SUSP-RECORD(1:5) = "NEXT="
                        IF SUSP-RECORD(6:6) IS NUMERIC
                            MOVE SUSP-RECORD(6:6) TO SuspNextId
                        END-IF
                    WHEN OTHER
                        MOVE SUSP-RECORD TO SUSP-LINE
                        IF SuspLineId IS NUMERIC
                            AND SuspLineFeedDt IS NUMERIC
                            AND SuspLineEntDate IS NUMERIC
                            AND SuspLineResDate IS NUMERIC
                            IF SuspTotal < 2000
                                ADD 1 TO SuspTotal
                                MOVE SuspLineId TO SuspId(SuspTotal)
                                MOVE SuspLineDsn TO SuspDsnT(SuspTotal)
                                MOVE SuspLineFeedDt TO SuspFeedDt(SuspTotal)
                                MOVE SuspLineSrc TO SuspSrcT(SuspTotal)
                                MOVE SuspLineCard TO SuspCard(SuspTotal)
                                MOVE SuspLineReason TO SuspReason(SuspTotal)
                                MOVE SuspLineStat TO SuspStat(SuspTotal)
                                MOVE SuspLineEntDate TO SuspEntDate(SuspTotal)
                                MOVE SuspLineResDate TO SuspResDate(SuspTotal)
                                MOVE SuspLineUser TO SuspUser(SuspTotal)
                            ELSE
                                MOVE "Y" TO SuspFull
                            END-IF
                        END-IF
                END-EVALUATE
        END-READ.

*> Rewrites the suspense file from SUSP-TABLE through SUSPENSE.NEW and the
*> usual write-new-then-swap. Items corrected or written off before today
*> are dropped on the way out - the audit log keeps their story.
        WRITESUSP.
        MOVE BusDate TO RunDate
        OPEN OUTPUT SUSPENSE-NEW
        IF SUSPN-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE THE NEW SUSPENSE FILE,"
                " OLD SUSPENSE KEPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE SPACES TO SUSPN-RECORD
            STRING "NEXT=" SuspNextId DELIMITED BY SIZE INTO SUSPN-RECORD
            WRITE SUSPN-RECORD
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > SuspTotal
                IF SuspStat(K) = "O"
                    OR SuspResDate(K) >= RunDate
                    MOVE SuspId(K) TO SuspLineId
                    MOVE SuspDsnT(K) TO SuspLineDsn
                    MOVE SuspFeedDt(K) TO SuspLineFeedDt
                    MOVE SuspSrcT(K) TO SuspLineSrc
                    MOVE SuspCard(K) TO SuspLineCard
                    MOVE SuspReason(K) TO SuspLineReason
                    MOVE SuspStat(K) TO SuspLineStat
                    MOVE SuspEntDate(K) TO SuspLineEntDate
                    MOVE SuspResDate(K) TO SuspLineResDate
                    MOVE SuspUser(K) TO SuspLineUser
                    MOVE SUSP-LINE TO SUSPN-RECORD
                    WRITE SUSPN-RECORD
                END-IF
            END-PERFORM
            CLOSE SUSPENSE-NEW
            IF SUSPN-STATUS NOT = "00"
                DISPLAY "WARNING: NEW SUSPENSE FILE DID NOT CLOSE"
                    " CLEANLY, OLD SUSPENSE KEPT"
                MOVE 8 TO StepRC
            ELSE
                MOVE "SUSPENSE.NEW" TO SwapNew
                MOVE "SUSPENSE" TO SwapOld
                PERFORM SWAPFILE
                IF SwapFail = "Y"
                    DISPLAY "WARNING: COULD NOT SWAP IN THE NEW SUSPENSE"
                        " FILE, IT REMAINS IN SUSPENSE.NEW"
                    MOVE 8 TO StepRC
                END-IF
            END-IF
        END-IF.

*> Resolves one open suspense item. A correction is keyed as the delta card
*> the item should have been - A with a value, C with an index and value, D
*> with an index - and goes through the delta card edit and the delta apply
*> exactly as a fed card would, against the item's dataset, which must be
*> the current one and open for the period. X writes the item off with
*> nothing applied. On a batch card the operands are the item number, the
*> code, then the index and/or value the code takes.
        SUSPCORRECT.
        DISPLAY "CORRECT SUSPENDED REJECTS"
        PERFORM READSUSP
        MOVE SPACES TO ParseSrc
        MOVE SPACES TO SuspFixCode
        MOVE SPACES TO SuspFixIdxX
        MOVE SPACES TO SuspFixValX
        IF BATCH-RUN
            MOVE BatchParm1 TO ParseSrc
            MOVE BatchParm2 TO SuspFixCode
            IF BatchParm2 = "A"
                MOVE BatchParm3 TO SuspFixValX
            ELSE
                MOVE BatchParm3 TO SuspFixIdxX
                MOVE BatchParm4 TO SuspFixValX
            END-IF
        ELSE
            MOVE 0 TO SuspOpen
            PERFORM VARYING SuspIdx FROM 1 BY 1 UNTIL SuspIdx > SuspTotal
                IF SuspStat(SuspIdx) = "O"
                    ADD 1 TO SuspOpen
                    DISPLAY "  ITEM " SuspId(SuspIdx) " " SuspDsnT(SuspIdx)
                        " " SuspSrcT(SuspIdx) " " SuspFeedDt(SuspIdx)
                        " CARD=" SuspCard(SuspIdx)
                    DISPLAY "         " SuspReason(SuspIdx)
                END-IF
            END-PERFORM
            IF SuspOpen = 0
                DISPLAY "NO SUSPENDED ITEMS ARE OPEN"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ITEM NUMBER : " WITH NO ADVANCING
            MOVE SPACES TO MaintInX
            ACCEPT MaintInX
            MOVE MaintInX TO ParseSrc
            DISPLAY "A(DD) C(HANGE) D(ELETE) OR X (WRITE OFF) : "
                WITH NO ADVANCING
            ACCEPT SuspFixCode
            IF SuspFixCode = "C" OR SuspFixCode = "D"
                DISPLAY "INDEX : " WITH NO ADVANCING
                ACCEPT SuspFixIdxX
            END-IF
            IF SuspFixCode = "A" OR SuspFixCode = "C"
                DISPLAY "VALUE : " WITH NO ADVANCING
                ACCEPT SuspFixValX
            END-IF
        END-IF
        PERFORM PARSENUM
        MOVE 0 TO SuspIdx
        IF ParseOK = "Y" AND ParseVal <= 999999
            MOVE ParseVal TO SuspPick
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > SuspTotal
                IF SuspId(K) = SuspPick AND SuspStat(K) = "O"
                    MOVE K TO SuspIdx
                END-IF
            END-PERFORM
        END-IF
        EVALUATE TRUE
            WHEN SuspIdx = 0
                DISPLAY "NO OPEN SUSPENSE ITEM " ParseSrc(1:8)
                    ", NOTHING CORRECTED"
                MOVE 8 TO StepRC
            WHEN SuspFixCode = "X"
                MOVE "X" TO SuspStat(SuspIdx)
                PERFORM SUSPRESOLVE
                IF StepRC < 8
                    MOVE SPACES TO AuditDetail
                    STRING "SUSP=" SuspId(SuspIdx) " WRITTEN OFF DS="
                        SuspDsnT(SuspIdx)
                        DELIMITED BY SIZE INTO AuditDetail
                    PERFORM WRITEAUDITDET
                    DISPLAY "ITEM " SuspId(SuspIdx) " WRITTEN OFF, DATASET"
                        " UNCHANGED"
                END-IF
            WHEN SuspFixCode NOT = "A" AND SuspFixCode NOT = "C"
                AND SuspFixCode NOT = "D"
                DISPLAY "CODE MUST BE A, C, D OR X, ITEM " SuspId(SuspIdx)
                    " LEFT OPEN"
                MOVE 8 TO StepRC
            WHEN SuspDsnT(SuspIdx) NOT = CurrentDataset
                DISPLAY "ITEM " SuspId(SuspIdx) " IS FOR DATASET "
                    SuspDsnT(SuspIdx) ", SELECT IT BEFORE CORRECTING"
                MOVE 8 TO StepRC
            WHEN OTHER
                MOVE SuspDsnT(SuspIdx) TO ClsDsn
                PERFORM CHECKCLOSED
                IF DsClosed = "Y"
                    DISPLAY "DATASET " ClsDsn " IS CLOSED FOR THE PERIOD,"
                        " ITEM " SuspId(SuspIdx) " LEFT OPEN"
                    MOVE 8 TO StepRC
                ELSE
                    PERFORM SUSPREENTER
                END-IF
        END-EVALUATE.

*> Builds the correction card for the item at SuspIdx, edits it with the
*> delta card edit and applies it with the delta apply; only a card that
*> edits clean and lands closes the item. The item is closed on the
*> suspense file before the card is applied, the way an approval is
*> recorded before it is applied, so a failed rewrite can never leave a
*> correction in ARRAY1 that the item still shows as open to be keyed
*> again; a card that then fails to land reopens the item.
        SUSPREENTER.
        MOVE SPACES TO TRANS-RECORD
        MOVE SuspFixCode TO DLT-CODE
        IF SuspFixIdxX NOT = SPACES
            MOVE SuspFixIdxX TO ParseSrc
            PERFORM PARSENUM
            IF ParseOK = "Y" AND ParseVal <= 99999
                MOVE ParseVal TO SuspFixNum
                MOVE SuspFixNum TO DLT-IX-X
            ELSE
                MOVE SuspFixIdxX TO DLT-IX-X
            END-IF
        END-IF
        IF SuspFixValX NOT = SPACES
            MOVE SuspFixValX TO ParseSrc
            PERFORM PARSENUM
            IF ParseOK = "Y" AND ParseVal <= 99999
                MOVE ParseVal TO SuspFixNum
                MOVE SuspFixNum TO DLT-VAL-X
            ELSE
                MOVE SuspFixValX TO DLT-VAL-X
            END-IF
        END-IF
        MOVE "N" TO REJ-OPEN
        MOVE "N" TO TRAIL-SEEN
        MOVE 0 TO EditGood
        MOVE 0 TO EditRejCnt
        MOVE 0 TO EditHash
        PERFORM SUSPSTART
        MOVE CurrentDataset TO DomDsn
        PERFORM DOMLOAD
        PERFORM DELTACHECK
        IF EditRejCnt > 0 OR EditGood NOT = 1
            DISPLAY "CORRECTION REJECTED, ITEM " SuspId(SuspIdx) " LEFT OPEN"
            MOVE 8 TO StepRC
        ELSE
            MOVE SuspUser(SuspIdx) TO SuspKeepUser
            MOVE "C" TO SuspStat(SuspIdx)
            PERFORM SUSPRESOLVE
            IF StepRC < 8
                PERFORM DELTAPOST
                IF DeltaFail = "Y"
                    DISPLAY "CORRECTION NOT APPLIED, ITEM " SuspId(SuspIdx)
                        " LEFT OPEN"
                    MOVE "O" TO SuspStat(SuspIdx)
                    MOVE 0 TO SuspResDate(SuspIdx)
                    MOVE SuspKeepUser TO SuspUser(SuspIdx)
                    MOVE 0 TO StepRC
                    PERFORM WRITESUSP
                    IF StepRC >= 8
                        DISPLAY "WARNING: ITEM " SuspId(SuspIdx) " STILL"
                            " SHOWS CORRECTED ON SUSPENSE BUT WAS NOT"
                            " APPLIED"
                    END-IF
                    MOVE 8 TO StepRC
                ELSE
                    MOVE SPACES TO AuditDetail
                    STRING "SUSP=" SuspId(SuspIdx) " CORRECTED CARD="
                        TRANS-RECORD(1:11)
                        DELIMITED BY SIZE INTO AuditDetail
                    PERFORM WRITEAUDITDET
                    DISPLAY "ITEM " SuspId(SuspIdx) " CORRECTED"
                END-IF
            END-IF
        END-IF.

*> Stamps the item at SuspIdx with the operator and date it was resolved and
*> rewrites the suspense file; a failed rewrite puts the item back open
        SUSPRESOLVE.
        MOVE BusDate TO RunDate
        MOVE RunDate TO SuspResDate(SuspIdx)
        MOVE OperUser TO SuspUser(SuspIdx)
        PERFORM WRITESUSP
        IF StepRC >= 8
            MOVE "O" TO SuspStat(SuspIdx)
            DISPLAY "ITEM " SuspId(SuspIdx) " LEFT OPEN"
        END-IF.

*> Suspense aging report (SUSPRPT): the open items counted by reason code
*> across age buckets of 0-1, 2, 3-5, 6-10 and over 10 business days since
*> they were suspended, then the chase list of every item older than two
*> business days. Anything on the chase list raises the step return code
*> to 4 so a batch run shows it.
        SUSPAGING.
        DISPLAY "SUSPENSE AGING REPORT"
        PERFORM READSUSP
        OPEN OUTPUT SUSPENSE-REPORT
        IF SUSPRPT-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE SUSPRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            INITIALIZE SUSP-AGE-TABLE
            INITIALIZE SA-COL-TOTALS
            MOVE 0 TO SuspOpen
            MOVE 0 TO SuspChase
            PERFORM VARYING SuspIdx FROM 1 BY 1 UNTIL SuspIdx > SuspTotal
                IF SuspStat(SuspIdx) = "O"
                    PERFORM SUSPAGEONE
                END-IF
            END-PERFORM
            MOVE "SUSPENSE AGING REPORT" TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE SPACES TO SUSPRPT-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                DELIMITED BY SIZE INTO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE SPACES TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE "SECTION 1 - OPEN ITEMS BY REASON AND AGE IN BUSINESS DAYS"
                TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE SPACES TO SUSPRPT-LINE
            MOVE "REASON" TO SUSPRPT-LINE(1:6)
            MOVE "  0-1     2   3-5  6-10   11+  TOTAL"
                TO SUSPRPT-LINE(33:36)
            WRITE SUSPRPT-LINE
            PERFORM VARYING SuspRsn FROM 1 BY 1 UNTIL SuspRsn > 10
                IF SaTot(SuspRsn) > 0
                    MOVE SaText(SuspRsn) TO SalText
                    MOVE SaCnt(SuspRsn, 1) TO SalCnt1
                    MOVE SaCnt(SuspRsn, 2) TO SalCnt2
                    MOVE SaCnt(SuspRsn, 3) TO SalCnt3
                    MOVE SaCnt(SuspRsn, 4) TO SalCnt4
                    MOVE SaCnt(SuspRsn, 5) TO SalCnt5
                    MOVE SaTot(SuspRsn) TO SalTot
                    MOVE SA-LINE TO SUSPRPT-LINE
                    WRITE SUSPRPT-LINE
                END-IF
            END-PERFORM
            MOVE "ALL REASONS" TO SalText
            MOVE SaColTot(1) TO SalCnt1
            MOVE SaColTot(2) TO SalCnt2
            MOVE SaColTot(3) TO SalCnt3
            MOVE SaColTot(4) TO SalCnt4
            MOVE SaColTot(5) TO SalCnt5
            MOVE SuspOpen TO SalTot
            MOVE SA-LINE TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE SPACES TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE "SECTION 2 - TO CHASE, OPEN MORE THAN 2 BUSINESS DAYS"
                TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE "  ITEM  DATASET      S FEED DATE SUSPENDED AGE CARD"
                TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            PERFORM VARYING SuspIdx FROM 1 BY 1 UNTIL SuspIdx > SuspTotal
                IF SuspStat(SuspIdx) = "O"
                    MOVE SuspEntDate(SuspIdx) TO BdFrom
                    MOVE RunDate TO BdTo
                    PERFORM BUSDAYS
                    IF BdCount > 2
                        MOVE SPACES TO SUSPRPT-LINE
                        STRING "  " SuspId(SuspIdx) " " SuspDsnT(SuspIdx)
                            " " SuspSrcT(SuspIdx) " " SuspFeedDt(SuspIdx)
                            "  " SuspEntDate(SuspIdx) " " BdCount
                            " " SuspCard(SuspIdx)
                            DELIMITED BY SIZE INTO SUSPRPT-LINE
                        WRITE SUSPRPT-LINE
                        MOVE SPACES TO SUSPRPT-LINE
                        STRING "          " SuspReason(SuspIdx)
                            DELIMITED BY SIZE INTO SUSPRPT-LINE
                        WRITE SUSPRPT-LINE
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            MOVE SPACES TO SUSPRPT-LINE
            STRING "OPEN ITEMS: " SuspOpen "  TO CHASE: " SuspChase
                DELIMITED BY SIZE INTO SUSPRPT-LINE
            WRITE SUSPRPT-LINE
            CLOSE SUSPENSE-REPORT
            DISPLAY "SUSPENSE AGING REPORT WRITTEN TO SUSPRPT, " SuspOpen
                " OPEN, " SuspChase " TO CHASE"
            IF SuspChase > 0 AND StepRC < 4
                MOVE 4 TO StepRC
            END-IF
        END-IF.

*> Counts the open item at SuspIdx into its reason row and age bucket; a
*> reason without a recognizable code goes on the last row
        SUSPAGEONE.
        ADD 1 TO SuspOpen
        MOVE 10 TO SuspRsn
        IF SuspReason(SuspIdx)(1:2) IS NUMERIC
            IF SuspReason(SuspIdx)(1:2) >= "01"
                AND SuspReason(SuspIdx)(1:2) <= "10"
                MOVE SuspReason(SuspIdx)(1:2) TO SuspRsn
            END-IF
        END-IF
        IF SaText(SuspRsn) = SPACES
            MOVE SuspReason(SuspIdx) TO SaText(SuspRsn)
        END-IF
        MOVE SuspEntDate(SuspIdx) TO BdFrom
        MOVE RunDate TO BdTo
        PERFORM BUSDAYS
        MOVE BdCount TO SuspAge
        EVALUATE TRUE
            WHEN SuspAge <= 1 MOVE 1 TO SuspBucket
            WHEN SuspAge = 2 MOVE 2 TO SuspBucket
            WHEN SuspAge <= 5 MOVE 3 TO SuspBucket
            WHEN SuspAge <= 10 MOVE 4 TO SuspBucket
            WHEN OTHER MOVE 5 TO SuspBucket
        END-EVALUATE
        IF SuspAge > 2
            ADD 1 TO SuspChase
        END-IF
        ADD 1 TO SaCnt(SuspRsn, SuspBucket)
        ADD 1 TO SaTot(SuspRsn)
        ADD 1 TO SaColTot(SuspBucket).

*> Counts the business days after BdFrom up to and including BdTo into
*> BdCount - Monday to Friday less the calendar's holidays - stopping at 999
        BUSDAYS.
        MOVE 0 TO BdCount
        IF BdTo > BdFrom
            COMPUTE BdDayNo = FUNCTION INTEGER-OF-DATE (BdFrom) + 1
            COMPUTE BdEndNo = FUNCTION INTEGER-OF-DATE (BdTo)
            PERFORM BUSDAYONE VARYING BdDayNo FROM BdDayNo BY 1
                UNTIL BdDayNo > BdEndNo OR BdCount >= 999
        END-IF.

*> Counts the day at BdDayNo when it is a business day
        BUSDAYONE.
        PERFORM CHECKBUSDAY
        IF BdIsBus = "Y"
            ADD 1 TO BdCount
        END-IF.

*> Sets BdIsBus to Y when the day at BdDayNo is a business day: Monday to
*> Friday, counted from day one of the date integers (1601-01-01, a
*> Monday), and not a holiday on the calendar
        CHECKBUSDAY.
        MOVE "N" TO BdIsBus
        DIVIDE 7 INTO BdDayNo GIVING BdQuot REMAINDER BdWeekDay
        IF BdWeekDay NOT = 0 AND BdWeekDay NOT = 6
            MOVE "Y" TO BdIsBus
            PERFORM VARYING HolIdx FROM 1 BY 1 UNTIL HolIdx > HolTotal
                IF HolDayNo(HolIdx) = BdDayNo
                    MOVE "N" TO BdIsBus
                END-IF
            END-PERFORM
        END-IF.

*> Steps BdDayNo on one day and tells whether that day is a business day
        BUSNEXTDAY.
        ADD 1 TO BdDayNo
        PERFORM CHECKBUSDAY.

*> Sets the business date for the run from PROCDATE, after reading the
*> holiday calendar. No PROCDATE means the business date is the calendar
*> date; a PROCDATE that doesn't hold a real date is reported and the
*> calendar date used instead. A business date that isn't today is shown,
*> so nobody mistakes a catch-up run for the day's own.
        READPROCDATE.
        ACCEPT WallDate FROM DATE YYYYMMDD
        MOVE WallDate TO BusDate
        PERFORM READBUSCAL
        OPEN INPUT PROC-DATE-FILE
        IF PROC-STATUS = "35"
            CONTINUE
        ELSE
            READ PROC-DATE-FILE
                AT END
                    DISPLAY "WARNING: PROCDATE IS EMPTY, BUSINESS DATE IS"
                        " THE CALENDAR DATE " WallDate
                NOT AT END
                    MOVE 0 TO CalDate
                    IF PROC-RECORD(9:8) IS NUMERIC
                        MOVE PROC-RECORD(9:8) TO CalDate
                    END-IF
                    IF PROC-RECORD(1:8) = "BUSDATE="
                        AND FUNCTION TEST-DATE-YYYYMMDD (CalDate) = 0
                        MOVE CalDate TO BusDate
                    ELSE
                        DISPLAY "WARNING: PROCDATE RECORD IS NOT A VALID"
                            " BUSDATE=, BUSINESS DATE IS THE CALENDAR DATE "
                            WallDate
                    END-IF
            END-READ
            CLOSE PROC-DATE-FILE
        END-IF
        IF BusDate NOT = WallDate
            DISPLAY "BUSINESS DATE " BusDate " (CALENDAR DATE " WallDate ")"
            COMPUTE BdDayNo = FUNCTION INTEGER-OF-DATE (BusDate)
            PERFORM CHECKBUSDAY
            IF BdIsBus NOT = "Y"
                DISPLAY "WARNING: BUSINESS DATE " BusDate
                    " IS NOT A BUSINESS DAY"
            END-IF
        END-IF.

*> Reads the holiday calendar BUSCAL into HOL-TABLE as date integers. A
*> missing calendar means Monday to Friday are all business days.
        READBUSCAL.
        MOVE 0 TO HolTotal
        MOVE "N" TO CAL-EOF
        OPEN INPUT BUS-CALENDAR
        IF CAL-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM READCALREC UNTIL CAL-AT-EOF
            CLOSE BUS-CALENDAR
        END-IF.

*> Reads one calendar record: comments and blank lines are skipped, a
*> record that isn't a real date is reported and ignored
        READCALREC.
        READ BUS-CALENDAR
            AT END MOVE "Y" TO CAL-EOF
            NOT AT END
                MOVE 0 TO CalDate
                IF CAL-RECORD(1:8) IS NUMERIC
                    MOVE CAL-RECORD(1:8) TO CalDate
                END-IF
                EVALUATE TRUE
                    WHEN CAL-RECORD(1:1) = "*" OR CAL-RECORD = SPACES
                        CONTINUE
                    WHEN FUNCTION TEST-DATE-YYYYMMDD (CalDate) NOT = 0
                        DISPLAY "WARNING: BUSCAL RECORD IS NOT A DATE,"
                            " IGNORED: " CAL-RECORD(1:20)
                    WHEN HolTotal >= 200
                        DISPLAY "WARNING: BUSCAL HOLDS MORE THAN 200"
                            " HOLIDAYS, " CalDate " IGNORED"
                    WHEN OTHER
                        ADD 1 TO HolTotal
                        COMPUTE HolDayNo(HolTotal) =
                            FUNCTION INTEGER-OF-DATE (CalDate)
                END-EVALUATE
        END-READ.

*> Moves the business date on. ADVANCE goes to the next business day after
*> the current business date; SET names the date outright, for a rerun of
*> an earlier day or a catch-up, and must name a business day. The new date
*> is written to PROCDATE for later runs, takes effect for the rest of this
*> one, and the change is audited with both dates. On a batch card the
*> operands are ADVANCE, or SET and the date, and the batch log gets a
*> BUSINESS DATE SET line so the rest of the run files under the new date.
        SETBUSDATE.
        DISPLAY "SET BUSINESS DATE"
        MOVE BusDate TO BusOld
        MOVE SPACES TO BusAction
        MOVE SPACES TO BusDateIn
        IF BATCH-RUN
            MOVE BatchParm1 TO BusAction
            MOVE BatchParm2 TO BusDateIn
        ELSE
            DISPLAY "BUSINESS DATE IS " BusDate
            DISPLAY "A(DVANCE) OR S(ET) : " WITH NO ADVANCING
            ACCEPT BusAction
            IF BusAction = "S" OR BusAction = "SET"
                DISPLAY "NEW BUSINESS DATE (YYYYMMDD) : " WITH NO ADVANCING
                ACCEPT BusDateIn
            END-IF
        END-IF
        IF BusAction = "A"
            MOVE "ADVANCE" TO BusAction
        END-IF
        IF BusAction = "S"
            MOVE "SET" TO BusAction
        END-IF
        MOVE "N" TO BusOK
        EVALUATE BusAction
            WHEN "ADVANCE"
                COMPUTE BdDayNo = FUNCTION INTEGER-OF-DATE (BusDate)
                MOVE "N" TO BdIsBus
                PERFORM BUSNEXTDAY UNTIL BdIsBus = "Y"
                COMPUTE BusDate = FUNCTION DATE-OF-INTEGER (BdDayNo)
                MOVE "Y" TO BusOK
            WHEN "SET"
                MOVE 0 TO CalDate
                IF BusDateIn(1:8) IS NUMERIC AND BusDateIn(9:12) = SPACES
                    MOVE BusDateIn(1:8) TO CalDate
                END-IF
                IF FUNCTION TEST-DATE-YYYYMMDD (CalDate) NOT = 0
                    DISPLAY "NOT A VALID DATE: " BusDateIn
                        ", BUSINESS DATE UNCHANGED"
                    MOVE 8 TO StepRC
                ELSE
                    COMPUTE BdDayNo = FUNCTION INTEGER-OF-DATE (CalDate)
                    PERFORM CHECKBUSDAY
                    IF BdIsBus NOT = "Y"
                        DISPLAY CalDate " IS A WEEKEND OR HOLIDAY, BUSINESS"
                            " DATE UNCHANGED"
                        MOVE 8 TO StepRC
                    ELSE
                        MOVE CalDate TO BusDate
                        MOVE "Y" TO BusOK
                    END-IF
                END-IF
            WHEN OTHER
                DISPLAY "ACTION MUST BE ADVANCE OR SET, BUSINESS DATE"
                    " UNCHANGED"
                MOVE 8 TO StepRC
        END-EVALUATE
        IF BusOK = "Y"
            PERFORM WRITEPROCDATE
            IF StepRC < 8
                MOVE SPACES TO AuditDetail
                STRING "BUSDATE OLD=" BusOld " NEW=" BusDate
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                DISPLAY "BUSINESS DATE SET TO " BusDate " (WAS " BusOld ")"
                IF BATCH-RUN
                    MOVE BusDate TO RunDate
                    MOVE RunDate TO RunDateX
                    MOVE SPACES TO BLOG-RECORD
                    STRING "BUSINESS DATE SET " RunYear "-" RunMonth "-"
                        RunDay " WAS " BusOld " WALL=" WallDate
                        DELIMITED BY SIZE INTO BLOG-RECORD
                    PERFORM WRITEBATCHLOG
                END-IF
            ELSE
                MOVE BusOld TO BusDate
            END-IF
        END-IF.

*> Writes the business date to PROCDATE with when and by whom it was set,
*> through the work file PROCDATE.NEW and the same write-new-then-swap the
*> other control files get, so a failed write leaves the old date in place
*> rather than an empty PROCDATE
        WRITEPROCDATE.
        ACCEPT WallDate FROM DATE YYYYMMDD
        ACCEPT RunTime FROM TIME
        MOVE RunTime TO RunTimeX
        OPEN OUTPUT PROC-DATE-NEW
        IF PROCN-STATUS NOT = "00"
            DISPLAY "COULD NOT WRITE PROCDATE, BUSINESS DATE UNCHANGED"
            MOVE 8 TO StepRC
        ELSE
            MOVE SPACES TO PROCN-RECORD
            STRING "BUSDATE=" BusDate " SET " WallDate "-" RunHour RunMin
                RunSec " BY " OperUser
                DELIMITED BY SIZE INTO PROCN-RECORD
            WRITE PROCN-RECORD
            CLOSE PROC-DATE-NEW
            IF PROCN-STATUS NOT = "00"
                DISPLAY "WARNING: NEW PROCDATE DID NOT CLOSE CLEANLY, OLD"
                    " PROCDATE KEPT, BUSINESS DATE UNCHANGED"
                MOVE 8 TO StepRC
            ELSE
                MOVE "PROCDATE.NEW" TO SwapNew
                MOVE "PROCDATE" TO SwapOld
                PERFORM SWAPFILE
                IF SwapFail = "Y"
                    DISPLAY "WARNING: COULD NOT SWAP IN THE NEW PROCDATE, IT"
                        " REMAINS IN PROCDATE.NEW, BUSINESS DATE UNCHANGED"
                    MOVE 8 TO StepRC
                END-IF
            END-IF
        END-IF.

*> Compares two saved generations - of two datasets, or two generations of
*> the same one - and writes the differences to COMPRPT: every index whose
            END-IF
        END-PERFORM
        IF FoundIdx = 0
            IF CmpGenWant > 0
                DISPLAY "GENERATION " CmpGenWant " OF " DsNameIn
                    " IS NOT SAVED"
            ELSE
                DISPLAY "NO SAVED GENERATION OF " DsNameIn
            END-IF
            MOVE "N" TO CmpOK
        ELSE
            MOVE CatGen(FoundIdx) TO CmpGenHave
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE COMPRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "DATASET COMPARE REPORT" TO CMP-LINE
            WRITE CMP-LINE
                ADD 1 TO J
        END-EVALUATE.

*> Merges up to 10 saved generations into a target dataset: gets the
*> target, mode and source list, loads every source, consolidates them in
*> append or distinct mode, holds the result to the target's domain rules,
*> and saves it as the target's next generation - the target becoming the
*> current dataset. Nothing is saved unless every source loads and every
*> value passes; MERGERPT shows the sources against the target either way.
*> The dataset current before the merge is held in the working copy while
*> the target is saved, and comes back as it was if the save fails.
        MERGEDS.
        DISPLAY "MERGE DATASETS"
        MOVE "Y" TO MrgOK
        MOVE SPACES TO MrgWhy
        MOVE 0 TO MrgSrcTotal
        MOVE 0 TO MrgCount
        MOVE 0 TO MrgInCount
        MOVE 0 TO MrgInSum
        MOVE 0 TO MrgOutSum
        MOVE 0 TO MrgDupCnt
        MOVE 0 TO MrgDupSum
        MOVE 0 TO MrgDomBad
        MOVE 0 TO NextGen
        PERFORM MRGGETINPUT
        IF MrgOK = "Y"
            PERFORM MRGCHECKTARGET
        END-IF
        IF MrgOK = "Y"
            PERFORM READCATALOG
            PERFORM MRGLOADSRC VARYING MrgIdx FROM 1 BY 1
                UNTIL MrgIdx > MrgSrcTotal OR MrgOK = "N"
        END-IF
        IF MrgOK = "Y" AND MrgCount < 1
            MOVE "N" TO MrgOK
            MOVE "THE SOURCES HOLD NO ELEMENTS" TO MrgWhy
        END-IF
        IF MrgOK = "Y"
            PERFORM MRGCONSOLIDATE
            PERFORM MRGDOMAIN
        END-IF
        IF MrgOK = "Y"
            MOVE CurrentDataset TO MrgKeepDsn
            MOVE ArrayGen TO MrgKeepGen
            MOVE ArrayCount TO WorkCount
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>WorkCount
                    MOVE element(J) TO EditValue(J)
            END-PERFORM
            MOVE MrgTarget TO CurrentDataset
            MOVE MrgCount TO ArrayCount
            MOVE 0 TO ArrayGen
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                    MOVE MrgValue(J) TO element(J)
            END-PERFORM
            PERFORM SAVEARRAY
            IF StepRC >= 8
                MOVE "N" TO MrgOK
                MOVE "THE TARGET GENERATION COULD NOT BE SAVED" TO MrgWhy
                MOVE MrgKeepDsn TO CurrentDataset
                MOVE WorkCount TO ArrayCount
                PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                        MOVE EditValue(J) TO element(J)
                END-PERFORM
                MOVE MrgKeepGen TO ArrayGen
                DISPLAY "CURRENT DATASET REMAINS " CurrentDataset
            ELSE
                PERFORM MRGAUDIT
                DISPLAY "CURRENT DATASET IS NOW " CurrentDataset
            END-IF
        END-IF
        PERFORM MRGREPORT
        IF MrgOK = "N"
            DISPLAY "MERGE ABANDONED: " MrgWhy
            MOVE 8 TO StepRC
        END-IF.

*> Gets the target, the mode and the sources: the card's first two operands
*> and a comma list after them in batch, console prompts otherwise - one
*> source per prompt, a blank entry ending the list
        MRGGETINPUT.
        MOVE SPACES TO MRG-SOURCES
        MOVE SPACES TO MrgTarget
        MOVE SPACES TO MrgMode
        IF BATCH-RUN
            MOVE BatchParm1 TO MrgTarget
            MOVE BatchParm2 TO MrgMode
            MOVE SPACES TO MrgList
            MOVE 1 TO BatchPtr
            UNSTRING BatchCard DELIMITED BY ALL SPACES
                INTO BatchSkip BatchSkip BatchSkip WITH POINTER BatchPtr
            IF BatchPtr <= 80
                MOVE BatchCard(BatchPtr:) TO MrgList
            END-IF
            UNSTRING MrgList DELIMITED BY "," OR ALL SPACES
                INTO MrgSrcIn(1) MrgSrcIn(2) MrgSrcIn(3) MrgSrcIn(4)
                     MrgSrcIn(5) MrgSrcIn(6) MrgSrcIn(7) MrgSrcIn(8)
                     MrgSrcIn(9) MrgSrcIn(10)
            PERFORM VARYING MrgIdx FROM 1 BY 1 UNTIL MrgIdx > 10
                IF MrgSrcIn(MrgIdx) NOT = SPACES
                    ADD 1 TO MrgSrcTotal
                    MOVE MrgSrcIn(MrgIdx) TO MrgSrcIn(MrgSrcTotal)
                END-IF
            END-PERFORM
        ELSE
            DISPLAY "TARGET DATASET NAME : " WITH NO ADVANCING
            ACCEPT MrgTarget
            DISPLAY "A(PPEND) OR D(ISTINCT) : " WITH NO ADVANCING
            ACCEPT MrgMode
            MOVE "N" TO MrgAskDone
            PERFORM MRGASKSRC UNTIL MrgAskDone = "Y" OR MrgSrcTotal >= 10
        END-IF
        MOVE MrgTarget TO DsNameIn
        PERFORM VALIDDSNAME
        EVALUATE TRUE
            WHEN DsNameOK = "N"
                MOVE "N" TO MrgOK
                MOVE "INVALID TARGET DATASET NAME" TO MrgWhy
            WHEN MrgMode NOT = "A" AND MrgMode NOT = "D"
                MOVE "N" TO MrgOK
                MOVE "MODE MUST BE A OR D" TO MrgWhy
            WHEN MrgSrcTotal < 1
                MOVE "N" TO MrgOK
                MOVE "NO SOURCE DATASETS NAMED" TO MrgWhy
        END-EVALUATE.

*> Prompts for one more source dataset
        MRGASKSRC.
        COMPUTE MrgIdx = MrgSrcTotal + 1
        DISPLAY "SOURCE " MrgIdx " (NAME OR NAME/GEN, BLANK = END) : "
            WITH NO ADVANCING
        MOVE SPACES TO MrgList
        ACCEPT MrgList
        IF MrgList = SPACES
            MOVE "Y" TO MrgAskDone
        ELSE
            ADD 1 TO MrgSrcTotal
            MOVE MrgList TO MrgSrcIn(MrgSrcTotal)
        END-IF.

*> The target must not be closed for the period, and a new target needs a
*> free slot on the master
        MRGCHECKTARGET.
        MOVE MrgTarget TO ClsDsn
        PERFORM CHECKCLOSED
        PERFORM READMASTER
        MOVE MrgTarget TO DsNameIn
        PERFORM FINDMASTER
        MOVE "N" TO MrgNew
        IF MstIdx = 0
            MOVE "Y" TO MrgNew
        END-IF
        EVALUATE TRUE
            WHEN DsClosed = "Y"
                MOVE "N" TO MrgOK
                MOVE "TARGET DATASET IS CLOSED FOR THE PERIOD" TO MrgWhy
            WHEN MrgNew = "Y" AND MstTotal >= 50
                MOVE "N" TO MrgOK
                MOVE "DATASET MASTER FULL, TARGET CANNOT BE CREATED"
                    TO MrgWhy
        END-EVALUATE.

*> Loads the source at MrgIdx - NAME for its newest generation, NAME/gen
*> for a given one - through the compare paragraphs and adds its elements
*> to the merge table, keeping its count and sum for the report
        MRGLOADSRC.
        MOVE SPACES TO DsNameIn
        MOVE SPACES TO MrgGenX
        UNSTRING MrgSrcIn(MrgIdx) DELIMITED BY "/"
            INTO DsNameIn MrgGenX
        MOVE DsNameIn TO MrgSrcDsn(MrgIdx)
        MOVE 0 TO MrgSrcGen(MrgIdx)
        MOVE 0 TO MrgSrcCount(MrgIdx)
        MOVE 0 TO MrgSrcSum(MrgIdx)
        MOVE 0 TO CmpGenWant
        MOVE 0 TO CmpGenNot
        MOVE "Y" TO CmpOK
        PERFORM VALIDDSNAME
        IF DsNameOK = "N"
            MOVE "N" TO CmpOK
        END-IF
        IF CmpOK = "Y" AND MrgGenX NOT = SPACES
            MOVE SPACES TO ParseSrc
            MOVE MrgGenX TO ParseSrc
            PERFORM PARSENUM
            IF ParseOK = "Y" AND ParseVal >= 1 AND ParseVal <= 9999
                MOVE ParseVal TO CmpGenWant
            ELSE
                MOVE "N" TO CmpOK
            END-IF
        END-IF
        IF CmpOK = "Y"
            PERFORM CMPRESOLVE
        END-IF
        IF CmpOK = "Y"
            MOVE CmpGenHave TO MrgSrcGen(MrgIdx)
            PERFORM CMPLOADFILE
        END-IF
        EVALUATE TRUE
            WHEN CmpOK = "N"
                MOVE "N" TO MrgOK
                MOVE SPACES TO MrgWhy
                STRING "SOURCE " DELIMITED BY SIZE
                    MrgSrcIn(MrgIdx) DELIMITED BY SPACE
                    " COULD NOT BE LOADED" DELIMITED BY SIZE INTO MrgWhy
            WHEN MrgCount + WorkCount > 10000
                MOVE "N" TO MrgOK
                MOVE "MERGED ELEMENTS WOULD EXCEED 10000" TO MrgWhy
            WHEN OTHER
                MOVE WorkCount TO MrgSrcCount(MrgIdx)
                PERFORM VARYING J FROM 1 BY 1 UNTIL J>WorkCount
                        ADD 1 TO MrgCount
                        MOVE EditValue(J) TO MrgValue(MrgCount)
                        ADD EditValue(J) TO MrgSrcSum(MrgIdx)
                END-PERFORM
                ADD WorkCount TO MrgInCount
                ADD MrgSrcSum(MrgIdx) TO MrgInSum
                DISPLAY "SOURCE " MrgSrcDsn(MrgIdx) " GEN "
                    MrgSrcGen(MrgIdx) " LOADED, " WorkCount " ELEMENT(S)"
        END-EVALUATE.

*> In distinct mode folds the merged elements through the sorted tally into
*> one of each value, keeping the count and sum of what collapsed so the
*> report still balances back to the sources; append mode keeps them as
*> loaded. Either way the target's sum is taken here.
        MRGCONSOLIDATE.
        IF MrgMode = "D"
            MOVE 0 TO DistinctTotal
            MOVE "N" TO DupOverflow
            SORT SORT-WORK ON ASCENDING KEY SortValue
                INPUT PROCEDURE IS MRGRELEASE
                OUTPUT PROCEDURE IS DUPGATHER
            MOVE DistinctTotal TO MrgCount
            PERFORM VARYING K FROM 1 BY 1 UNTIL K>DistinctTotal
                MOVE DistinctValue(K) TO MrgValue(K)
                COMPUTE MrgDupCnt = MrgDupCnt + DistinctCount(K) - 1
                COMPUTE MrgDupSum = MrgDupSum
                    + (DistinctCount(K) - 1) * DistinctValue(K)
            END-PERFORM
        END-IF
        PERFORM VARYING J FROM 1 BY 1 UNTIL J>MrgCount
            ADD MrgValue(J) TO MrgOutSum
        END-PERFORM.

*> Releases every merged element to the sort
        MRGRELEASE.
        PERFORM VARYING I FROM 1 BY 1 UNTIL I>MrgCount
            MOVE MrgValue(I) TO SortValue
            RELEASE SORT-REC
        END-PERFORM.

*> Holds every consolidated value to the target's domain rules; a single
*> value outside them refuses the whole merge
        MRGDOMAIN.
        MOVE MrgTarget TO DomDsn
        PERFORM DOMLOAD
        PERFORM VARYING J FROM 1 BY 1 UNTIL J>MrgCount
            MOVE MrgValue(J) TO DomVal
            PERFORM DOMCHECK
            IF DomOK NOT = "Y"
                ADD 1 TO MrgDomBad
                IF MrgDomBad <= 10
                    DISPLAY "VALUE " DomVal " IS OUTSIDE THE DOMAIN RULES"
                        " FOR " MrgTarget
                END-IF
            END-IF
        END-PERFORM
        IF MrgDomBad > 0
            MOVE "N" TO MrgOK
            MOVE SPACES TO MrgWhy
            STRING MrgDomBad " VALUE(S) OUTSIDE THE TARGET DOMAIN"
                DELIMITED BY SIZE INTO MrgWhy
        END-IF.

*> Logs the merge against the target: one detail line per source and one
*> for the generation it built
        MRGAUDIT.
        PERFORM VARYING MrgIdx FROM 1 BY 1 UNTIL MrgIdx > MrgSrcTotal
            MOVE SPACES TO AuditDetail
            STRING "MERGE SRC=" MrgSrcDsn(MrgIdx) " GEN="
                MrgSrcGen(MrgIdx) " COUNT=" MrgSrcCount(MrgIdx)
                DELIMITED BY SIZE INTO AuditDetail
            PERFORM WRITEAUDITDET
        END-PERFORM
        MOVE SPACES TO AuditDetail
        STRING "MERGED MODE=" MrgMode " GEN=" NextGen
            " COUNT=" ArrayCount
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET.

*> Writes the merge report MERGERPT: the target and mode, each source with
*> its generation, count and sum, the source totals against the target's,
*> and in distinct mode what collapsed - the proof line says whether the
*> target accounts for every source element
        MRGREPORT.
        OPEN OUTPUT MERGE-REPORT
        IF MRG-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE MERGERPT"
            IF StepRC < 4
                MOVE 4 TO StepRC
            END-IF
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "DATASET MERGE REPORT" TO MRG-LINE
            WRITE MRG-LINE
            MOVE SPACES TO MRG-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                DELIMITED BY SIZE INTO MRG-LINE
            WRITE MRG-LINE
            MOVE SPACES TO MRG-LINE
            IF MrgMode = "D"
                STRING "TARGET " MrgTarget "  MODE D - DISTINCT VALUES"
                    DELIMITED BY SIZE INTO MRG-LINE
            ELSE
                STRING "TARGET " MrgTarget "  MODE A - APPEND"
                    DELIMITED BY SIZE INTO MRG-LINE
            END-IF
            WRITE MRG-LINE
            MOVE SPACES TO MRG-LINE
            WRITE MRG-LINE
            MOVE "SOURCE        GEN    COUNT          SUM" TO MRG-LINE
            WRITE MRG-LINE
            PERFORM VARYING MrgIdx FROM 1 BY 1 UNTIL MrgIdx > MrgSrcTotal
                MOVE MrgSrcDsn(MrgIdx) TO MrdDsn
                MOVE MrgSrcGen(MrgIdx) TO MrdGen
                MOVE MrgSrcCount(MrgIdx) TO MrdCount
                MOVE MrgSrcSum(MrgIdx) TO MrdSum
                MOVE MRG-DETAIL TO MRG-LINE
                WRITE MRG-LINE
            END-PERFORM
            MOVE "SOURCES" TO MrdDsn
            MOVE 0 TO MrdGen
            MOVE MrgInCount TO MrdCount
            MOVE MrgInSum TO MrdSum
            MOVE MRG-DETAIL TO MRG-LINE
            MOVE SPACES TO MRG-LINE(15:4)
            WRITE MRG-LINE
            IF MrgMode = "D"
                MOVE "COLLAPSED" TO MrdDsn
                MOVE MrgDupCnt TO MrdCount
                MOVE MrgDupSum TO MrdSum
                MOVE MRG-DETAIL TO MRG-LINE
                MOVE SPACES TO MRG-LINE(15:4)
                WRITE MRG-LINE
            END-IF
            MOVE SPACES TO MRG-LINE
            WRITE MRG-LINE
            IF MrgOK = "Y"
                MOVE MrgTarget TO MrdDsn
                MOVE NextGen TO MrdGen
                MOVE MrgCount TO MrdCount
                MOVE MrgOutSum TO MrdSum
                MOVE MRG-DETAIL TO MRG-LINE
                WRITE MRG-LINE
                IF MrgCount + MrgDupCnt = MrgInCount
                    AND MrgOutSum + MrgDupSum = MrgInSum
                    MOVE "PROOF: TARGET BALANCES TO THE SOURCES" TO MrgProof
                ELSE
                    MOVE "PROOF: TARGET DOES NOT BALANCE" TO MrgProof
                    IF StepRC < 4
                        MOVE 4 TO StepRC
                    END-IF
                END-IF
                MOVE SPACES TO MRG-LINE
                IF MrgNew = "Y"
                    STRING MrgProof "  TARGET CREATED"
                        DELIMITED BY SIZE INTO MRG-LINE
                ELSE
                    MOVE MrgProof TO MRG-LINE
                END-IF
                WRITE MRG-LINE
            ELSE
                MOVE SPACES TO MRG-LINE
                STRING "MERGE ABANDONED, NOTHING SAVED: " MrgWhy
                    DELIMITED BY SIZE INTO MRG-LINE
                WRITE MRG-LINE
            END-IF
            CLOSE MERGE-REPORT
            DISPLAY "MERGE REPORT WRITTEN TO MERGERPT"
        END-IF.

*> Backs the current dataset out to an operator-given date/time by replaying
*> the audit detail lines in reverse: every UPDATE/INSERT/DELETE logged for
*> this dataset after that point is reversed newest-first against a working
                        DISPLAY "BACKOUT ABANDONED: MORE THAN 2000"
                            " LOGGED CHANGE(S) SINCE THE GIVEN POINT"
                        MOVE 8 TO StepRC
                        MOVE "FAILED" TO BackWord
                        PERFORM BACKAUDITSUM
                    WHEN BackTotal = 0
                        DISPLAY "NO LOGGED CHANGE(S) FOR " CurrentDataset
                            " AFTER " CutDate " " CutTime
            END-IF
        END-IF.

*> Gets the point in time to back out to, on the calendar clock rather than
*> the business date (a rerun or catch-up day logs one business date over
*> several calendar days): the date is required, the time defaults to the
*> start of that day
        GETBACKPOINT.
        MOVE "Y" TO BackOK
        MOVE 0 TO CutDate
        IF BATCH-RUN
            MOVE BatchParm1 TO RangeX
        ELSE
            DISPLAY "BACK OUT TO CALENDAR DATE YYYYMMDD : "
                WITH NO ADVANCING
            MOVE SPACES TO RangeX
            ACCEPT RangeX
        END-IF
            IF BATCH-RUN
                MOVE BatchParm2 TO ParseSrc
            ELSE
                DISPLAY "BACK OUT TO CALENDAR TIME HHMMSS (BLANK = 000000)"
                    " : "
                    WITH NO ADVANCING
                MOVE SPACES TO MaintInX
                ACCEPT MaintInX
        END-IF.

*> Reads one audit line and collects it when it is a change detail for the
*> current dataset made after the backout point. The line's own WALL= stamp
*> is the calendar date and time it was written; lines logged before that
*> stamp existed carry the calendar date in columns 1-19 instead.
        BACKSCAN.
        READ AUDIT-FILE
            AT END MOVE "Y" TO AUD-EOF
                    INTO AudF1 AudF2 AudF3 AudF4 AudF5 AudF6
                         AudF7 AudF8 AudF9 AudF10
                PERFORM AUDITLINEDATE
                MOVE AudDateN TO BkDateN
                MOVE 0 TO BkTimeN
                IF AudF2(1:2) IS NUMERIC AND AudF2(4:2) IS NUMERIC
                    AND AudF2(7:2) IS NUMERIC
                    MOVE AudF2(4:2) TO BkTimeN(3:2)
                    MOVE AudF2(7:2) TO BkTimeN(5:2)
                END-IF
                MOVE 0 TO BkWallPos
                INSPECT AUDIT-RECORD TALLYING BkWallPos
                    FOR CHARACTERS BEFORE INITIAL " WALL="
                IF BkWallPos <= 139
                    AND AUDIT-RECORD(BkWallPos + 7:8) IS NUMERIC
                    AND AUDIT-RECORD(BkWallPos + 15:1) = "-"
                    AND AUDIT-RECORD(BkWallPos + 16:6) IS NUMERIC
                    MOVE AUDIT-RECORD(BkWallPos + 7:8) TO BkDateN
                    MOVE AUDIT-RECORD(BkWallPos + 16:6) TO BkTimeN
                END-IF
                IF AudDateN > 0 AND AudF5 = BkDsKey
                    AND (BkDateN > CutDate
                        OR (BkDateN = CutDate AND BkTimeN > CutTime))
                    PERFORM BACKCOLLECT
                END-IF
        END-READ.
        IF BackFail = "Y"
            DISPLAY "BACKOUT ABANDONED, ARRAY1 LEFT UNCHANGED"
            MOVE 8 TO StepRC
            MOVE "FAILED" TO BackWord
            PERFORM BACKAUDITSUM
        ELSE
            PERFORM BACKAUDITONE VARYING BackSeq FROM BackTotal BY -1
                UNTIL BackSeq < 1
            PERFORM VARYING J FROM 1 BY 1 UNTIL J>ArrayCount
                    MOVE EditValue(J) TO element(J)
            END-PERFORM
            MOVE 0 TO ArrayGen
            DISPLAY BackTotal " CHANGE(S) REVERSED, ARRAY1 RESTORED"
                " TO " CutDate " " CutTime ", COUNT NOW " ArrayCount
            MOVE "DONE" TO BackWord
            PERFORM BACKAUDITSUM
        END-IF.

*> Logs the outcome of a backout as a whole - done or failed, how many
*> changes it covered and the point it went back to - after the reversal
*> lines themselves, for the end-of-day control sheet
        BACKAUDITSUM.
        MOVE SPACES TO AuditDetail
        STRING "BACKOUT " DELIMITED BY SIZE
            BackWord DELIMITED BY SPACE
            " N=" BackTotal " TO=" CutDate " AT=" CutTime
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET.

*> Reverses the single change at BackSeq on the working copy: an update
*> puts its OLD value back, an insert is deleted again, a delete is
*> re-inserted. The value found must be the one the change left behind -
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE DISTRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE SPACES TO DIST-LINE
            STRING "VALUE DISTRIBUTION REPORT - DATASET " CurrentDataset
                DISPLAY "TOLERANCE CHECK: " TolBreaches
                    " BREACH(ES), SEE EXCPRPT"
                MOVE 8 TO StepRC
                MOVE SPACES TO AuditDetail
                STRING "THRESHOLD BREACHES=" TolBreaches
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
            ELSE
                DISPLAY "TOLERANCE CHECK: ALL " TolTotal
                    " RULE(S) PASSED"
                END-IF
        END-READ.

*> Loads the domain rules for the dataset named in DomDsn from DOMRULES,
*> and the allowed values of a REF rule's dataset from its newest saved
*> generation. A missing DOMRULES means no dataset has rules yet.
        DOMLOAD.
        MOVE "N" TO DomRange
        MOVE 0 TO DomMin
        MOVE 0 TO DomMax
        MOVE 0 TO DomListCnt
        MOVE "N" TO DomRef
        MOVE SPACES TO DomRefDsn
        MOVE 0 TO DomRuleCnt
        MOVE "N" TO DOM-EOF
        OPEN INPUT DOMAIN-RULES
        IF DOM-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM DOMRULEREC UNTIL DOM-AT-EOF
            CLOSE DOMAIN-RULES
        END-IF
        IF DomRef = "Y"
            PERFORM DOMREFLOAD
        END-IF.

*> Reads and decodes one domain rule, keeping it only when it is for the
*> dataset in DomDsn. Blank records and records opening with "*" are
*> comments; a rule that doesn't decode is reported and ignored.
        DOMRULEREC.
        READ DOMAIN-RULES
            AT END MOVE "Y" TO DOM-EOF
            NOT AT END
                IF DOM-RECORD = SPACES OR DOM-RECORD(1:1) = "*"
                    CONTINUE
                ELSE
                    MOVE SPACES TO DOM-TOKENS
                    UNSTRING DOM-RECORD DELIMITED BY ALL SPACES
                        INTO DomTok(1) DomTok(2) DomTok(3) DomTok(4)
                             DomTok(5) DomTok(6) DomTok(7) DomTok(8)
                             DomTok(9) DomTok(10) DomTok(11) DomTok(12)
                             DomTok(13) DomTok(14)
                    IF DomTok(1) = DomDsn
                        ADD 1 TO DomRuleCnt
                        EVALUATE DomTok(2)
                            WHEN "RANGE"
                                PERFORM DOMRANGERULE
                            WHEN "LIST"
                                PERFORM VARYING DomTokIdx FROM 3 BY 1
                                        UNTIL DomTokIdx > 14
                                    IF DomTok(DomTokIdx) NOT = SPACES
                                        PERFORM DOMLISTVALUE
                                    END-IF
                                END-PERFORM
                            WHEN "REF"
                                IF DomTok(3) = SPACES
                                    DISPLAY "WARNING: DOMAIN RULE IGNORED: "
                                        DOM-RECORD(1:50)
                                ELSE
                                    MOVE "Y" TO DomRef
                                    MOVE DomTok(3) TO DomRefDsn
                                END-IF
                            WHEN OTHER
                                DISPLAY "WARNING: DOMAIN RULE IGNORED: "
                                    DOM-RECORD(1:50)
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ.

*> Takes the minimum and maximum of a RANGE rule; a later RANGE for the same
*> dataset replaces an earlier one
        DOMRANGERULE.
        MOVE SPACES TO ParseSrc
        MOVE DomTok(3) TO ParseSrc
        PERFORM PARSENUM
        IF ParseOK = "Y" AND ParseVal <= 99999
            MOVE ParseVal TO DomMin
            MOVE SPACES TO ParseSrc
            MOVE DomTok(4) TO ParseSrc
            PERFORM PARSENUM
        END-IF
        IF ParseOK = "Y" AND ParseVal <= 99999 AND ParseVal >= DomMin
            MOVE ParseVal TO DomMax
            MOVE "Y" TO DomRange
        ELSE
            DISPLAY "WARNING: DOMAIN RULE IGNORED: " DOM-RECORD(1:50)
        END-IF.

*> Adds the LIST value at DomTokIdx to the allowed-value list
        DOMLISTVALUE.
        MOVE SPACES TO ParseSrc
        MOVE DomTok(DomTokIdx) TO ParseSrc
        PERFORM PARSENUM
        EVALUATE TRUE
            WHEN ParseOK = "N" OR ParseVal < 1 OR ParseVal > 99999
                DISPLAY "WARNING: DOMAIN LIST VALUE IGNORED: "
                    DomTok(DomTokIdx) " FOR " DomDsn
            WHEN DomListCnt >= 200
                DISPLAY "WARNING: MORE THAN 200 DOMAIN LIST VALUES FOR "
                    DomDsn ", THE REST ARE IGNORED"
            WHEN OTHER
                ADD 1 TO DomListCnt
                MOVE ParseVal TO DomList(DomListCnt)
        END-EVALUATE.

*> Flags every value held in the newest saved generation of the REF rule's
*> dataset as allowed. With no saved generation to go by nothing can be
*> proven, so no value passes until the reference dataset is saved.
        DOMREFLOAD.
        MOVE SPACES TO DOM-REF-TABLE
        MOVE 0 TO DomRefCnt
        PERFORM READCATALOG
        MOVE 0 TO FoundIdx
        PERFORM VARYING K FROM 1 BY 1 UNTIL K>CatTotal
            IF CatDsn(K) = DomRefDsn AND CatStat(K) = "A"
                IF FoundIdx = 0
                    MOVE K TO FoundIdx
                ELSE
                    IF CatGen(K) > CatGen(FoundIdx)
                        MOVE K TO FoundIdx
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF FoundIdx = 0
            DISPLAY "WARNING: REFERENCE DATASET " DomRefDsn
                " HAS NO SAVED GENERATION, NO VALUE OF " DomDsn " CAN PASS"
        ELSE
            MOVE SPACES TO SAVE-NAME
            STRING DomRefDsn DELIMITED BY SPACE
                ".G" CatGen(FoundIdx) DELIMITED BY SIZE INTO SAVE-NAME
            MOVE "N" TO SAVE-EOF
            OPEN INPUT SAVE-FILE
            IF SAVE-STATUS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN SAVE FILE " SAVE-NAME
                    ", NO VALUE OF " DomDsn " CAN PASS"
            ELSE
                READ SAVE-FILE
                    AT END MOVE "Y" TO SAVE-EOF
                END-READ
                PERFORM DOMREFREC UNTIL SAVE-AT-EOF
                CLOSE SAVE-FILE
            END-IF
        END-IF.

*> Reads one value of the reference generation and flags it as allowed
        DOMREFREC.
        READ SAVE-FILE
            AT END MOVE "Y" TO SAVE-EOF
            NOT AT END
                IF SAVE-RECORD >= 1
                    MOVE "Y" TO DomRefHas(SAVE-RECORD)
                    ADD 1 TO DomRefCnt
                END-IF
        END-READ.

*> Checks DomVal against the rules DOMLOAD loaded: inside the RANGE, on the
*> LIST, held in the REF dataset - whichever of them the dataset has.
*> DomOK comes back Y when it passes them all.
        DOMCHECK.
        MOVE "Y" TO DomOK
        IF DomRange = "Y"
            IF DomVal < DomMin OR DomVal > DomMax
                MOVE "N" TO DomOK
            END-IF
        END-IF
        IF DomListCnt > 0 AND DomOK = "Y"
            MOVE "N" TO DomOK
            PERFORM VARYING DomTokIdx FROM 1 BY 1
                    UNTIL DomTokIdx > DomListCnt OR DomOK = "Y"
                IF DomList(DomTokIdx) = DomVal
                    MOVE "Y" TO DomOK
                END-IF
            END-PERFORM
        END-IF
        IF DomRef = "Y" AND DomOK = "Y"
            IF DomVal < 1
                MOVE "N" TO DomOK
            ELSE
                IF DomRefHas(DomVal) NOT = "Y"
                    MOVE "N" TO DomOK
                END-IF
            END-IF
        END-IF.

*> Finds the latest statistics-history record for the current dataset, the
*> run the percentage rules measure against
        TOLPREVSTAT.
                DISPLAY "WARNING: COULD NOT OPEN EXCEPTIONS REPORT"
                    " EXCPRPT, BREACHES GO TO CONSOLE"
            END-IF
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            ACCEPT RunTime FROM TIME
            MOVE RunTime TO RunTimeX
*> element carrying the index and value, and a "T" trailer with the record
*> count and the hash total accumulated the same way the inbound edit's
*> EditHash is - the sum of the values - plus a balancing line in the run
*> output to tick against the receiver's load report. The extract is then
*> logged to the transmission register for the reconciliation against the
*> warehouse's acknowledgement.
        EXTRACTFEED.
        DISPLAY "EXTRACT FEED"
        OPEN OUTPUT EXTRACT-FILE
                " NOTHING EXTRACTED"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            ACCEPT RunTime FROM TIME
            MOVE "H" TO EXT-HDR-ID
            MOVE RunDate TO EXT-HDR-DATE
            COMPUTE ExtTime = RunTime / 100
            MOVE ExtTime TO EXT-HDR-TIME
            MOVE CurrentDataset TO EXT-HDR-DSN
            WRITE EXT-HEADER
            MOVE 0 TO ExtCount
                    CurrentDataset
                DISPLAY "EXTRACT BALANCE: COUNT=" ExtCount
                    " HASH=" ExtHash
                MOVE SPACES TO AuditDetail
                STRING "EXTRACT COUNT=" ExtCount " HASH=" ExtHash
                    DELIMITED BY SIZE INTO AuditDetail
                PERFORM WRITEAUDITDET
                PERFORM XMITLOG
            END-IF
        END-IF.

*> Logs the extract just written to the transmission register: its header
*> key, the saved generation ARRAY1 held when it was taken (0000 when the
*> contents sent were on no saved generation - loaded, changed or applied
*> since the last save or load), the count and hash, and the real date it
*> went out. An extract that can't be logged can't be reconciled, so that
*> fails the step.
        XMITLOG.
        MOVE ArrayGen TO XmitGen
        ACCEPT WallDate FROM DATE YYYYMMDD
        MOVE CurrentDataset TO XmlDsn
        MOVE XmitGen TO XmlGen
        MOVE BusDate TO XmlBusDate
        MOVE ExtCount TO XmlCount
        MOVE ExtHash TO XmlHash
        MOVE WallDate TO XmlSentDate
        MOVE ExtTime TO XmlSentTime
        MOVE "S" TO XmlStat
        MOVE 0 TO XmlAckCount
        MOVE 0 TO XmlAckHash
        MOVE 0 TO XmlAckDate
        MOVE 0 TO XmlAckTime
        OPEN EXTEND XMIT-REGISTER
        IF XMIT-STATUS = "35"
            OPEN OUTPUT XMIT-REGISTER
        END-IF
        IF XMIT-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE TRANSMISSION REGISTER XMITREG,"
                " EXTRACT CANNOT BE RECONCILED"
            MOVE 8 TO StepRC
        ELSE
            MOVE XMIT-LINE TO XMIT-RECORD
            WRITE XMIT-RECORD
            CLOSE XMIT-REGISTER
            DISPLAY "EXTRACT LOGGED TO XMITREG AS " XmlDsn " " XmlBusDate
                " " XmlSentTime " GENERATION " XmlGen
        END-IF.

*> Reconciles the transmission register against the warehouse's
*> acknowledgements in ACKIN and writes RECONRPT: extracts matched on this
*> run, count/hash mismatches and warehouse rejects, acknowledgements for
*> extracts the register doesn't know, extracts unacknowledged after the
*> given number of hours (24 when none is given), and those still inside
*> that window. Anything outstanding sets RC 8 so the morning shift sees
*> it. On a batch card the operand is the number of hours. Once the register
*> is rewritten, ACKIN is retired to ACKIN.DONE so the same acknowledgements
*> are never reconciled twice - the register drops matched entries after a
*> day, and a second pass would report them as not on the register.
        XMITRECON.
        DISPLAY "EXTRACT DELIVERY RECONCILIATION"
        MOVE SPACES TO ParseSrc
        IF BATCH-RUN
            MOVE BatchParm1 TO ParseSrc
        ELSE
            DISPLAY "HOURS BEFORE AN EXTRACT IS OVERDUE (BLANK = 24) : "
                WITH NO ADVANCING
            MOVE SPACES TO MaintInX
            ACCEPT MaintInX
            MOVE MaintInX TO ParseSrc
        END-IF
        MOVE 24 TO XmitHours
        IF ParseSrc NOT = SPACES
            PERFORM PARSENUM
            IF ParseOK = "Y" AND ParseVal > 0 AND ParseVal <= 999
                MOVE ParseVal TO XmitHours
            ELSE
                DISPLAY "INVALID NUMBER OF HOURS " ParseSrc(1:8)
                    ", NOTHING RECONCILED"
                MOVE 8 TO StepRC
                EXIT PARAGRAPH
            END-IF
        END-IF
        PERFORM READXMIT
        IF XmitFull = "Y"
            DISPLAY "TRANSMISSION REGISTER HOLDS MORE THAN 2000 EXTRACTS,"
                " NOTHING RECONCILED"
            MOVE 8 TO StepRC
            EXIT PARAGRAPH
        END-IF
        ACCEPT WallDate FROM DATE YYYYMMDD
        ACCEPT RunTime FROM TIME
        MOVE RunTime TO RunTimeX
        COMPUTE XmitNowNo = FUNCTION INTEGER-OF-DATE (WallDate)
        COMPUTE XmitNowSecs = RunHour * 3600 + RunMin * 60 + RunSec
        MOVE 0 TO XmitMatched
        MOVE 0 TO XmitMism
        MOVE 0 TO XmitUnack
        MOVE 0 TO XmitAwait
        MOVE 0 TO XmitSuper
        MOVE 0 TO XmitNoReg
        MOVE "N" TO ACK-EOF
        MOVE "N" TO XmitAckRead
        OPEN INPUT ACK-FILE
        IF ACK-STATUS = "35"
            DISPLAY "NO ACKNOWLEDGEMENT FILE ACKIN, NOTHING NEW ACKNOWLEDGED"
        ELSE
            PERFORM XMITACKREC UNTIL ACK-AT-EOF
            CLOSE ACK-FILE
            MOVE "Y" TO XmitAckRead
        END-IF
        PERFORM XMITSUPERSEDE VARYING XmitIdx FROM 1 BY 1
            UNTIL XmitIdx > XmitTotal
        PERFORM XMITCLASSIFY VARYING XmitIdx FROM 1 BY 1
            UNTIL XmitIdx > XmitTotal
        PERFORM WRITEXMIT
        IF StepRC < 8 AND XmitAckRead = "Y"
            MOVE "ACKIN" TO SwapNew
            MOVE "ACKIN.DONE" TO SwapOld
            PERFORM SWAPFILE
            IF SwapFail = "Y"
                DISPLAY "WARNING: COULD NOT RETIRE ACKIN TO ACKIN.DONE,"
                    " MOVE IT ASIDE BEFORE THE NEXT RECONCILIATION"
                MOVE 4 TO StepRC
            ELSE
                DISPLAY "ACKIN RETIRED TO ACKIN.DONE"
            END-IF
        END-IF
        PERFORM XMITREPORT
        DISPLAY "RECONCILIATION: " XmitMatched " MATCHED, " XmitMism
            " MISMATCHED OR REJECTED, " XmitUnack " OVERDUE, " XmitAwait
            " AWAITING"
        IF XmitNoReg > 0
            DISPLAY "RECONCILIATION: " XmitNoReg
                " ACKNOWLEDGEMENT(S) FOR EXTRACTS NOT ON THE REGISTER"
        END-IF
        IF XmitMism > 0 OR XmitUnack > 0 OR XmitNoReg > 0
            MOVE 8 TO StepRC
        END-IF
        MOVE SPACES TO AuditDetail
        STRING "XMIT RECON M=" XmitMatched " X=" XmitMism
            " U=" XmitUnack " N=" XmitNoReg
            DELIMITED BY SIZE INTO AuditDetail
        PERFORM WRITEAUDITDET.

*> Reads the transmission register into XMIT-TABLE; a missing register
*> means nothing has been extracted since it was introduced
        READXMIT.
        MOVE 0 TO XmitTotal
        MOVE "N" TO XmitFull
        MOVE "N" TO XMIT-EOF
        OPEN INPUT XMIT-REGISTER
        IF XMIT-STATUS = "35"
            CONTINUE
        ELSE
            PERFORM READXMITREC UNTIL XMIT-AT-EOF
            CLOSE XMIT-REGISTER
        END-IF.

*> Reads and decodes one register record, skipping anything that doesn't
*> decode the way the suspense read does
        READXMITREC.
        READ XMIT-REGISTER
            AT END MOVE "Y" TO XMIT-EOF
            NOT AT END
                MOVE XMIT-RECORD TO XMIT-LINE
                IF XmlGen IS NUMERIC AND XmlBusDate IS NUMERIC
                    AND XmlCount IS NUMERIC AND XmlHash IS NUMERIC
                    AND XmlSentDate IS NUMERIC AND XmlSentTime IS NUMERIC
                    AND XmlAckCount IS NUMERIC AND XmlAckHash IS NUMERIC
                    AND XmlAckDate IS NUMERIC AND XmlAckTime IS NUMERIC
                    IF XmitTotal < 2000
                        ADD 1 TO XmitTotal
                        MOVE XmlDsn TO XrDsn(XmitTotal)
                        MOVE XmlGen TO XrGen(XmitTotal)
                        MOVE XmlBusDate TO XrBusDate(XmitTotal)
                        MOVE XmlCount TO XrCount(XmitTotal)
                        MOVE XmlHash TO XrHash(XmitTotal)
                        MOVE XmlSentDate TO XrSentDate(XmitTotal)
                        MOVE XmlSentTime TO XrSentTime(XmitTotal)
                        MOVE XmlStat TO XrStat(XmitTotal)
                        MOVE XmlAckCount TO XrAckCount(XmitTotal)
                        MOVE XmlAckHash TO XrAckHash(XmitTotal)
                        MOVE XmlAckDate TO XrAckDate(XmitTotal)
                        MOVE XmlAckTime TO XrAckTime(XmitTotal)
                        MOVE "N" TO XrNew(XmitTotal)
                    ELSE
                        MOVE "Y" TO XmitFull
                    END-IF
                END-IF
        END-READ.

*> Reads one acknowledgement and applies it to the register entry with the
*> same extract key - the newest one, should the key ever repeat. The
*> acknowledged count and hash are kept with the entry; an accepted load
*> that agrees with what was sent is matched, one that doesn't is a
*> mismatch, and a rejected load stays a reject whatever its totals.
        XMITACKREC.
        READ ACK-FILE
            AT END MOVE "Y" TO ACK-EOF
            NOT AT END
                MOVE ACK-RECORD TO ACK-LINE
                EVALUATE TRUE
                    WHEN ACK-RECORD(1:1) = "*" OR ACK-RECORD = SPACES
                        CONTINUE
                    WHEN AckLBusDate IS NOT NUMERIC
                        OR AckLTime IS NOT NUMERIC
                        OR AckLCount IS NOT NUMERIC
                        OR AckLHash IS NOT NUMERIC
                        OR (AckLStat NOT = "A" AND AckLStat NOT = "R")
                        DISPLAY "WARNING: ACKIN RECORD NOT RECOGNIZED,"
                            " IGNORED: " ACK-RECORD(1:42)
                    WHEN OTHER
                        MOVE 0 TO XmitIdx
                        PERFORM VARYING XmitScan FROM 1 BY 1
                                UNTIL XmitScan > XmitTotal
                            IF XrDsn(XmitScan) = AckLDsn
                                AND XrBusDate(XmitScan) = AckLBusDate
                                AND XrSentTime(XmitScan) = AckLTime
                                MOVE XmitScan TO XmitIdx
                            END-IF
                        END-PERFORM
                        IF XmitIdx = 0
                            ADD 1 TO XmitNoReg
                            IF XmitNoReg <= 100
                                MOVE ACK-RECORD(1:42) TO AckOrphan(XmitNoReg)
                            END-IF
                        ELSE
                            MOVE AckLCount TO XrAckCount(XmitIdx)
                            MOVE AckLHash TO XrAckHash(XmitIdx)
                            MOVE WallDate TO XrAckDate(XmitIdx)
                            COMPUTE XrAckTime(XmitIdx) = RunTime / 100
                            MOVE "Y" TO XrNew(XmitIdx)
                            EVALUATE TRUE
                                WHEN AckLStat = "R"
                                    MOVE "R" TO XrStat(XmitIdx)
                                WHEN XrAckCount(XmitIdx) = XrCount(XmitIdx)
                                    AND XrAckHash(XmitIdx) = XrHash(XmitIdx)
                                    MOVE "M" TO XrStat(XmitIdx)
                                WHEN OTHER
                                    MOVE "X" TO XrStat(XmitIdx)
                            END-EVALUATE
                        END-IF
                END-EVALUATE
        END-READ.

*> Marks the entry at XmitIdx superseded when it was never matched and a
*> later extract of the same dataset and business date has been - the
*> resend that put the failure right
        XMITSUPERSEDE.
        IF XrStat(XmitIdx) = "S" OR XrStat(XmitIdx) = "X"
            OR XrStat(XmitIdx) = "R"
            PERFORM VARYING XmitScan FROM XmitIdx BY 1
                    UNTIL XmitScan > XmitTotal OR XrStat(XmitIdx) = "Z"
                IF XrStat(XmitScan) = "M"
                    AND XrDsn(XmitScan) = XrDsn(XmitIdx)
                    AND XrBusDate(XmitScan) = XrBusDate(XmitIdx)
                    MOVE "Z" TO XrStat(XmitIdx)
                    MOVE "Y" TO XrNew(XmitIdx)
                    MOVE WallDate TO XrAckDate(XmitIdx)
                    COMPUTE XrAckTime(XmitIdx) = RunTime / 100
                    ADD 1 TO XmitSuper
                END-IF
            END-PERFORM
        END-IF.

*> Counts the entry at XmitIdx into its reconciliation class; an entry
*> still unacknowledged is overdue once the hours since it was sent pass
*> the limit
        XMITCLASSIFY.
        EVALUATE XrStat(XmitIdx)
            WHEN "M"
                IF XrNew(XmitIdx) = "Y"
                    ADD 1 TO XmitMatched
                END-IF
            WHEN "X"
                ADD 1 TO XmitMism
            WHEN "R"
                ADD 1 TO XmitMism
            WHEN "S"
                PERFORM XMITAGE
                IF XmitAgeHrs >= XmitHours
                    ADD 1 TO XmitUnack
                ELSE
                    ADD 1 TO XmitAwait
                END-IF
        END-EVALUATE.

*> Works out the whole hours since the entry at XmitIdx was sent
        XMITAGE.
        MOVE XrSentTime(XmitIdx) TO XMIT-HMS
        COMPUTE XmitAgeSecs =
            (XmitNowNo - FUNCTION INTEGER-OF-DATE (XrSentDate(XmitIdx)))
                * 86400
            + XmitNowSecs - (XhmHour * 3600 + XhmMin * 60 + XhmSec)
        IF XmitAgeSecs < 0
            MOVE 0 TO XmitAgeSecs
        END-IF
        DIVIDE 3600 INTO XmitAgeSecs GIVING XmitAgeHrs.

*> Rewrites the register from XMIT-TABLE through XMITREG.NEW and the usual
*> write-new-then-swap. Entries matched or superseded before today are
*> dropped on the way out - the audit log keeps the extract lines.
        WRITEXMIT.
        OPEN OUTPUT XMIT-NEW
        IF XMITN-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE THE NEW TRANSMISSION REGISTER,"
                " OLD REGISTER KEPT"
            MOVE 8 TO StepRC
        ELSE
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > XmitTotal
                IF (XrStat(K) NOT = "M" AND XrStat(K) NOT = "Z")
                    OR XrAckDate(K) >= WallDate
                    MOVE XrDsn(K) TO XmlDsn
                    MOVE XrGen(K) TO XmlGen
                    MOVE XrBusDate(K) TO XmlBusDate
                    MOVE XrCount(K) TO XmlCount
                    MOVE XrHash(K) TO XmlHash
                    MOVE XrSentDate(K) TO XmlSentDate
                    MOVE XrSentTime(K) TO XmlSentTime
                    MOVE XrStat(K) TO XmlStat
                    MOVE XrAckCount(K) TO XmlAckCount
                    MOVE XrAckHash(K) TO XmlAckHash
                    MOVE XrAckDate(K) TO XmlAckDate
                    MOVE XrAckTime(K) TO XmlAckTime
                    MOVE XMIT-LINE TO XMITN-RECORD
                    WRITE XMITN-RECORD
                END-IF
            END-PERFORM
            CLOSE XMIT-NEW
            IF XMITN-STATUS NOT = "00"
                DISPLAY "WARNING: NEW TRANSMISSION REGISTER DID NOT CLOSE"
                    " CLEANLY, OLD REGISTER KEPT"
                MOVE 8 TO StepRC
            ELSE
                MOVE "XMITREG.NEW" TO SwapNew
                MOVE "XMITREG" TO SwapOld
                PERFORM SWAPFILE
                IF SwapFail = "Y"
                    DISPLAY "WARNING: COULD NOT SWAP IN THE NEW TRANSMISSION"
                        " REGISTER, IT REMAINS IN XMITREG.NEW"
                    MOVE 8 TO StepRC
                END-IF
            END-IF
        END-IF.

*> Writes the reconciliation report RECONRPT, one section per class
        XMITREPORT.
        OPEN OUTPUT RECON-REPORT
        IF RCN-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE RECONRPT"
            IF StepRC < 4
                MOVE 4 TO StepRC
            END-IF
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "EXTRACT DELIVERY RECONCILIATION" TO RCN-LINE
            WRITE RCN-LINE
            MOVE SPACES TO RCN-LINE
            STRING "RUN DATE: " RunMonth "/" RunDay "/" RunYear
                "   RUN AT " WallDate "   OVERDUE AFTER " XmitHours " HOURS"
                DELIMITED BY SIZE INTO RCN-LINE
            WRITE RCN-LINE
            MOVE SPACES TO RCN-LINE
            WRITE RCN-LINE
            MOVE "  DATASET      GEN  BUS DATE SENT            COUNT       HASH"
                TO RCN-LINE
            MOVE "ACKED   ACK HASH NOTE" TO RCN-LINE(65:21)
            WRITE RCN-LINE
            MOVE "M" TO XmitSect
            PERFORM XMITSECTION
            MOVE "X" TO XmitSect
            PERFORM XMITSECTION
            MOVE "N" TO XmitSect
            PERFORM XMITSECTION
            MOVE "U" TO XmitSect
            PERFORM XMITSECTION
            MOVE "A" TO XmitSect
            PERFORM XMITSECTION
            MOVE "Z" TO XmitSect
            PERFORM XMITSECTION
            MOVE SPACES TO RCN-LINE
            WRITE RCN-LINE
            MOVE SPACES TO RCN-LINE
            STRING "MATCHED " XmitMatched "  MISMATCHED OR REJECTED " XmitMism
                "  NOT ON REGISTER " XmitNoReg "  OVERDUE " XmitUnack
                "  AWAITING " XmitAwait
                DELIMITED BY SIZE INTO RCN-LINE
            WRITE RCN-LINE
            MOVE SPACES TO RCN-LINE
            IF XmitMism > 0 OR XmitUnack > 0 OR XmitNoReg > 0
                MOVE "RECONCILIATION OUTSTANDING - ACTION REQUIRED" TO RCN-LINE
            ELSE
                MOVE "RECONCILIATION CLEAR" TO RCN-LINE
            END-IF
            WRITE RCN-LINE
            CLOSE RECON-REPORT
            DISPLAY "RECONCILIATION REPORT WRITTEN TO RECONRPT"
        END-IF.

*> Writes one report section: matched on this run (M), mismatched or
*> rejected (X), acknowledgements not on the register (N), overdue (U),
*> awaiting acknowledgement (A) or superseded on this run (Z)
        XMITSECTION.
        MOVE SPACES TO RCN-LINE
        WRITE RCN-LINE
        EVALUATE XmitSect
            WHEN "M"
                MOVE "MATCHED ON THIS RUN" TO RCN-LINE
            WHEN "X"
                MOVE "COUNT/HASH MISMATCHES AND WAREHOUSE REJECTS" TO RCN-LINE
            WHEN "N"
                MOVE "ACKNOWLEDGEMENTS FOR EXTRACTS NOT ON THE REGISTER"
                    TO RCN-LINE
            WHEN "U"
                MOVE "UNACKNOWLEDGED, OVERDUE" TO RCN-LINE
            WHEN "A"
                MOVE "AWAITING ACKNOWLEDGEMENT" TO RCN-LINE
            WHEN OTHER
                MOVE "SUPERSEDED BY A MATCHED RESEND ON THIS RUN" TO RCN-LINE
        END-EVALUATE
        WRITE RCN-LINE
        MOVE 0 TO XmitScan
        IF XmitSect = "N"
            PERFORM VARYING K FROM 1 BY 1
                    UNTIL K > XmitNoReg OR K > 100
                MOVE SPACES TO RCN-LINE
                STRING "  " AckOrphan(K) DELIMITED BY SIZE INTO RCN-LINE
                WRITE RCN-LINE
                ADD 1 TO XmitScan
            END-PERFORM
        ELSE
            PERFORM XMITRPTLINE VARYING XmitIdx FROM 1 BY 1
                UNTIL XmitIdx > XmitTotal
        END-IF
        IF XmitScan = 0
            MOVE "  NONE" TO RCN-LINE
            WRITE RCN-LINE
        END-IF.

*> Writes the register entry at XmitIdx when it belongs in the section in
*> hand, counting it in XmitScan
        XMITRPTLINE.
        MOVE SPACES TO RdNote
        EVALUATE TRUE
            WHEN XmitSect = "M" AND XrStat(XmitIdx) = "M"
                AND XrNew(XmitIdx) = "Y"
                MOVE "MATCHED" TO RdNote
            WHEN XmitSect = "X" AND XrStat(XmitIdx) = "X"
                MOVE "COUNT/HASH MISMATCH" TO RdNote
            WHEN XmitSect = "X" AND XrStat(XmitIdx) = "R"
                MOVE "REJECTED BY WAREHOUSE" TO RdNote
            WHEN XmitSect = "Z" AND XrStat(XmitIdx) = "Z"
                AND XrNew(XmitIdx) = "Y"
                MOVE "SUPERSEDED" TO RdNote
            WHEN (XmitSect = "U" OR XmitSect = "A") AND XrStat(XmitIdx) = "S"
                PERFORM XMITAGE
                IF (XmitSect = "U" AND XmitAgeHrs >= XmitHours)
                    OR (XmitSect = "A" AND XmitAgeHrs < XmitHours)
                    MOVE 999 TO XmitAgeShow
                    IF XmitAgeHrs < 999
                        MOVE XmitAgeHrs TO XmitAgeShow
                    END-IF
                    STRING XmitAgeShow " HOURS SINCE SENT"
                        DELIMITED BY SIZE INTO RdNote
                END-IF
        END-EVALUATE
        IF RdNote NOT = SPACES
            ADD 1 TO XmitScan
            MOVE XrDsn(XmitIdx) TO RdDsn
            MOVE XrGen(XmitIdx) TO RdGen
            MOVE XrBusDate(XmitIdx) TO RdBusDate
            MOVE XrSentDate(XmitIdx) TO RdSentDate
            MOVE XrSentTime(XmitIdx) TO RdSentTime
            MOVE XrCount(XmitIdx) TO RdCount
            MOVE XrHash(XmitIdx) TO RdHash
            IF XrStat(XmitIdx) = "S"
                MOVE SPACES TO RdAckCount
                MOVE SPACES TO RdAckHash
            ELSE
                MOVE XrAckCount(XmitIdx) TO RdAckCount
                MOVE XrAckHash(XmitIdx) TO RdAckHash
            END-IF
            MOVE RCN-DETAIL TO RCN-LINE
            WRITE RCN-LINE
        END-IF.

*> Audit inquiry across the archive and the live log together: AUDITARC is
            DISPLAY "WARNING: COULD NOT OPEN REPORT FILE INQRPT"
            MOVE 8 TO StepRC
        ELSE
            MOVE BusDate TO RunDate
            MOVE RunDate TO RunDateX
            MOVE "AUDIT INQUIRY REPORT" TO INQ-LINE
            WRITE INQ-LINE
                MOVE CatCount(K) TO MstCount(MstTotal)
                MOVE 0 TO MstDate(MstTotal)
                MOVE 0 TO MstTime(MstTotal)
                MOVE MstTotal TO MstIdx
                PERFORM MSTNEWSTATUS
                DISPLAY "DATASET " CatDsn(K)
                    " ADOPTED BACK ONTO THE MASTER"
            END-IF
            ADD 1 TO RecMiss
        END-IF.

*> End-of-day control sheet for the business date, written to CTLSHEET for
*> the shift lead to review and file: the batch steps, restart and
*> checkpoint state, TRANSIN edits, delta applies and backouts, threshold
*> breaches, the extract, and the save generations against the datasets
*> loaded or changed. Each line that needs a look is marked and counted;
*> any marked line makes the verdict NEEDS ATTENTION and the step RC 4.
*> Run as a batch card it reports the run in progress up to its own step.
        EODSHEET.
        DISPLAY "END-OF-DAY CONTROL SHEET"
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        MOVE SPACES TO EodBusText
        STRING RunYear "-" RunMonth "-" RunDay
            DELIMITED BY SIZE INTO EodBusText
        OPEN OUTPUT CONTROL-SHEET
        IF CTL-STATUS NOT = "00"
            DISPLAY "COULD NOT OPEN CONTROL SHEET CTLSHEET, NO SHEET WRITTEN"
            MOVE 8 TO StepRC
        ELSE
            MOVE 0 TO EodAttn
            MOVE 0 TO EodDsTotal
            ACCEPT WallDate FROM DATE YYYYMMDD
            ACCEPT RunTime FROM TIME
            MOVE RunTime TO RunTimeX
            MOVE "END-OF-DAY OPERATIONS CONTROL SHEET" TO CTL-LINE
            WRITE CTL-LINE
            MOVE SPACES TO CTL-LINE
            STRING "BUSINESS DATE: " EodBusText
                "   PRINTED " WallDate " " RunHour ":" RunMin ":" RunSec
                " BY " OperUser
                DELIMITED BY SIZE INTO CTL-LINE
            WRITE CTL-LINE
            PERFORM EODBATCH
            PERFORM EODRESTART
            MOVE "T" TO EodSect
            PERFORM EODSECTION
            MOVE "D" TO EodSect
            PERFORM EODSECTION
            MOVE "B" TO EodSect
            PERFORM EODSECTION
            MOVE "X" TO EodSect
            PERFORM EODSECTION
            PERFORM EODSAVES
            PERFORM EODVERDICT
            CLOSE CONTROL-SHEET
            IF EodAttn > 0
                DISPLAY "CONTROL SHEET WRITTEN TO CTLSHEET: NEEDS ATTENTION, "
                    EodAttn " ITEM(S)"
                IF StepRC < 4
                    MOVE 4 TO StepRC
                END-IF
            ELSE
                DISPLAY "CONTROL SHEET WRITTEN TO CTLSHEET: CLEAR"
            END-IF
        END-IF.

*> Writes a section heading: a blank line, then the title in EodTitle
        EODHEADING.
        MOVE SPACES TO CTL-LINE
        WRITE CTL-LINE
        MOVE EodTitle TO CTL-LINE
        WRITE CTL-LINE.

*> Marks the sheet line in hand as needing attention and counts it
        EODFLAG.
        MOVE "<< ATTENTION" TO CTL-LINE(89:12)
        ADD 1 TO EodAttn.

*> Copies BATCHLOG onto the sheet when it is the log of a run for the
*> business date, noting the worst step RC and any restart. A batch run in
*> progress has the log open, so it is closed for the read and reopened
*> for append afterwards.
        EODBATCH.
        MOVE "1. BATCH STEPS (BATCHLOG)" TO EodTitle
        PERFORM EODHEADING
        MOVE 0 TO EodSteps
        MOVE 0 TO EodWorst
        MOVE 0 TO EodRestarts
        MOVE "N" TO EodDone
        MOVE "N" TO EodToday
        MOVE "N" TO EodReopen
        MOVE SPACES TO EodLogDate
        IF BATCH-RUN AND BLOG-STATUS = "00"
            CLOSE BATCH-LOG
            MOVE "Y" TO EodReopen
        END-IF
        MOVE "N" TO BLOG-EOF
        OPEN INPUT BATCH-LOG
        IF BLOG-STATUS = "00"
            PERFORM EODBLOGREC UNTIL BLOG-AT-EOF
            CLOSE BATCH-LOG
        END-IF
        IF EodReopen = "Y"
            OPEN EXTEND BATCH-LOG
            IF BLOG-STATUS NOT = "00"
                DISPLAY "WARNING: COULD NOT REOPEN BATCHLOG, SUMMARY LINES GO"
                    " TO CONSOLE ONLY"
            END-IF
        END-IF
        MOVE SPACES TO CTL-LINE
        EVALUATE TRUE
            WHEN EodToday = "N" AND EodLogDate = SPACES
                MOVE "  NO BATCH RUN LOGGED FOR THE BUSINESS DATE" TO CTL-LINE
                PERFORM EODFLAG
            WHEN EodToday = "N"
                STRING "  NO BATCH RUN LOGGED FOR THE BUSINESS DATE, BATCHLOG"
                    " IS OF " EodLogDate
                    DELIMITED BY SIZE INTO CTL-LINE
                PERFORM EODFLAG
            WHEN EodDone = "N" AND BATCH-RUN
                STRING "  RUN IN PROGRESS, THIS SHEET IS STEP " StepSeq
                    ", WORST STEP RC SO FAR " EodWorst
                    DELIMITED BY SIZE INTO CTL-LINE
                IF EodWorst >= 8
                    PERFORM EODFLAG
                END-IF
            WHEN EodDone = "N"
                STRING "  RUN DID NOT COMPLETE AFTER " EodSteps
                    " STEP(S), WORST STEP RC " EodWorst
                    DELIMITED BY SIZE INTO CTL-LINE
                PERFORM EODFLAG
            WHEN OTHER
                STRING "  " EodSteps " STEP(S) RUN, WORST STEP RC " EodWorst
                    DELIMITED BY SIZE INTO CTL-LINE
                IF EodWorst >= 8
                    PERFORM EODFLAG
                END-IF
        END-EVALUATE
        WRITE CTL-LINE.

*> Reads one BATCHLOG line: each run header (a restarted run appends its
*> own) says which day the lines after it are of, and a BUSINESS DATE SET
*> line re-dates the rest of the run from there on; the lines of a run for
*> the business date go onto the sheet, step lines marked when their RC is
*> 8 or more and steps skipped on a restart not counted again
        EODBLOGREC.
        READ BATCH-LOG
            AT END MOVE "Y" TO BLOG-EOF
            NOT AT END
                IF BLOG-RECORD(1:13) = "BATCH RUN OF "
                    MOVE BLOG-RECORD(14:10) TO EodLogDate
                    IF EodLogDate = EodBusText
                        MOVE "Y" TO EodToday
                    ELSE
                        MOVE "N" TO EodToday
                    END-IF
                END-IF
                IF BLOG-RECORD(1:18) = "BUSINESS DATE SET "
                    MOVE BLOG-RECORD(19:10) TO EodLogDate
                    IF EodLogDate = EodBusText
                        MOVE "Y" TO EodToday
                    ELSE
                        MOVE "N" TO EodToday
                    END-IF
                END-IF
                IF EodToday = "Y"
                    MOVE SPACES TO CTL-LINE
                    MOVE BLOG-RECORD TO CTL-LINE(3:80)
                    EVALUATE TRUE
                        WHEN BLOG-RECORD(1:5) = "STEP "
                            AND BLOG-RECORD(10:7) = "SKIPPED"
                            CONTINUE
                        WHEN BLOG-RECORD(1:5) = "STEP "
                            PERFORM EODBLOGSTEP
                        WHEN BLOG-RECORD(1:15) = "RESTARTED AFTER"
                            ADD 1 TO EodRestarts
                        WHEN BLOG-RECORD(1:18) = "BATCH RUN COMPLETE"
                            MOVE "Y" TO EodDone
                    END-EVALUATE
                    WRITE CTL-LINE
                END-IF
        END-READ.

*> Picks the RC off a BATCHLOG step line, wherever its RC= word falls - a
*> step that ran has it after the paragraph name, an invalid card straight
*> after the step number
        EODBLOGSTEP.
        ADD 1 TO EodSteps
        MOVE 0 TO EodRcPos
        INSPECT BLOG-RECORD TALLYING EodRcPos
            FOR CHARACTERS BEFORE INITIAL " RC="
        IF EodRcPos <= 74 AND BLOG-RECORD(EodRcPos + 5:2) IS NUMERIC
            MOVE BLOG-RECORD(EodRcPos + 5:2) TO EodRC
            IF EodRC > EodWorst
                MOVE EodRC TO EodWorst
            END-IF
            IF EodRC >= 8
                PERFORM EODFLAG
            END-IF
        END-IF.

*> Restart and checkpoint state: a restart shows in the batch log; a
*> checkpoint still on file outside a batch run is a run that died and
*> was never restarted to its end
        EODRESTART.
        MOVE "2. RESTART AND CHECKPOINT" TO EodTitle
        PERFORM EODHEADING
        MOVE SPACES TO CTL-LINE
        IF EodRestarts > 0
            STRING "  RUN WAS RESTARTED FROM A CHECKPOINT " EodRestarts
                " TIME(S), SEE THE BATCH STEPS"
                DELIMITED BY SIZE INTO CTL-LINE
            PERFORM EODFLAG
        ELSE
            MOVE "  NO RESTART" TO CTL-LINE
        END-IF
        WRITE CTL-LINE
        MOVE SPACES TO CTL-LINE
        MOVE "  NO CHECKPOINT OUTSTANDING" TO CTL-LINE
        OPEN INPUT CHECKPOINT-FILE
        IF CHK-STATUS NOT = "35"
            READ CHECKPOINT-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE CHK-RECORD TO CHK-LINE
                    MOVE SPACES TO CTL-LINE
                    IF BATCH-RUN
                        STRING "  CHECKPOINT AT STEP " ChkLineStep
                            " HELD BY THE RUN IN PROGRESS"
                            DELIMITED BY SIZE INTO CTL-LINE
                    ELSE
                        STRING "  CHECKPOINT OUTSTANDING AT STEP " ChkLineStep
                            " DATASET " ChkLineDsn
                            " - THE RUN DID NOT FINISH"
                            DELIMITED BY SIZE INTO CTL-LINE
                        PERFORM EODFLAG
                    END-IF
            END-READ
            CLOSE CHECKPOINT-FILE
        END-IF
        WRITE CTL-LINE.

*> One section drawn from the business date's audit lines - TRANSIN edits
*> (T), delta applies and backouts (D), threshold breaches (B) or the
*> extract (X) - listed as logged, with the totals and marks each needs
        EODSECTION.
        EVALUATE EodSect
            WHEN "T"
                MOVE "3. TRANSIN EDITS (ACCEPTED, REJECTED, BALANCE STATUS)"
                    TO EodTitle
            WHEN "D"
                MOVE "4. DELTA APPLIES AND BACKOUTS" TO EodTitle
            WHEN "B"
                MOVE "5. THRESHOLD BREACHES (EXCPRPT)" TO EodTitle
            WHEN OTHER
                MOVE "6. EXTRACT (COUNT AND HASH)" TO EodTitle
        END-EVALUATE
        PERFORM EODHEADING
        MOVE 0 TO EodFound
        MOVE 0 TO EodAcc
        MOVE 0 TO EodRej
        PERFORM EODSCANLOG
        MOVE SPACES TO CTL-LINE
        EVALUATE TRUE
            WHEN EodSect = "T" AND EodFound = 0
                MOVE "  NO TRANSIN EDIT ON THE BUSINESS DATE" TO CTL-LINE
            WHEN EodSect = "T"
                STRING "  TOTAL ACCEPTED " EodAcc " REJECTED " EodRej
                    DELIMITED BY SIZE INTO CTL-LINE
            WHEN EodSect = "D" AND EodFound = 0
                MOVE "  NO DELTA APPLY OR BACKOUT ON THE BUSINESS DATE"
                    TO CTL-LINE
            WHEN EodSect = "B" AND EodFound = 0
                MOVE "  NO THRESHOLD BREACHES" TO CTL-LINE
            WHEN EodSect = "X" AND EodFound = 0
                MOVE "  NO EXTRACT WRITTEN ON THE BUSINESS DATE" TO CTL-LINE
                PERFORM EODFLAG
        END-EVALUATE
        IF CTL-LINE NOT = SPACES
            WRITE CTL-LINE
        END-IF.

*> Reads the audit log through once for the section or pass in EodSect
        EODSCANLOG.
        MOVE "N" TO AUD-EOF
        OPEN INPUT AUDIT-FILE
        IF AUDIT-STATUS NOT = "35"
            PERFORM EODAUDREC UNTIL AUD-AT-EOF
            CLOSE AUDIT-FILE
        END-IF.

*> Reads one audit line and hands it on when it is of the business date
        EODAUDREC.
        READ AUDIT-FILE
            AT END MOVE "Y" TO AUD-EOF
            NOT AT END
                MOVE SPACES TO AudF1
                MOVE SPACES TO AudF2
                MOVE SPACES TO AudF3
                MOVE SPACES TO AudF4
                MOVE SPACES TO AudF5
                MOVE SPACES TO AudF6
                MOVE SPACES TO AudF7
                MOVE SPACES TO AudF8
                MOVE SPACES TO AudF9
                MOVE SPACES TO AudF10
                UNSTRING AUDIT-RECORD DELIMITED BY ALL SPACES
                    INTO AudF1 AudF2 AudF3 AudF4 AudF5 AudF6
                         AudF7 AudF8 AudF9 AudF10
                PERFORM AUDITLINEDATE
                IF AudDateN = BusDate
                    IF EodSect = "S"
                        PERFORM EODCHANGE
                    ELSE
                        PERFORM EODAUDLINE
                    END-IF
                END-IF
        END-READ.

*> Lists an audit line belonging to the section in hand: the time, the
*> paragraph, the dataset and the detail as logged, which WRITEAUDITDET
*> always places at column 69
        EODAUDLINE.
        IF (EodSect = "T" AND AudF6 = "TRANSIN")
            OR (EodSect = "D" AND (AudF6 = "DELTA" OR AudF6 = "BACKOUT"))
            OR (EodSect = "B" AND AudF6 = "THRESHOLD")
            OR (EodSect = "X" AND AudF6 = "EXTRACT")
            ADD 1 TO EodFound
            MOVE AudF2 TO EdTime
            MOVE AudF4(6:16) TO EdPara
            MOVE AudF5(4:12) TO EdDsn
            MOVE AUDIT-RECORD(69:46) TO EdText
            MOVE EOD-DETAIL TO CTL-LINE
            EVALUATE TRUE
                WHEN EodSect = "T"
                    IF AudF7(5:5) IS NUMERIC
                        MOVE AudF7(5:5) TO EodNum
                        ADD EodNum TO EodAcc
                    END-IF
                    IF AudF8(5:5) IS NUMERIC
                        MOVE AudF8(5:5) TO EodNum
                        ADD EodNum TO EodRej
                    END-IF
                    IF AudF9 NOT = "BAL=BALANCED"
                        PERFORM EODFLAG
                    END-IF
                WHEN EodSect = "B"
                    PERFORM EODFLAG
                WHEN AudF7 = "ABANDONED" OR AudF7 = "FAILED"
                    PERFORM EODFLAG
            END-EVALUATE
            WRITE CTL-LINE
        END-IF.

*> Save generations: the datasets loaded or changed on the business date
*> (from the audit lines) and those with a generation catalogued that day
*> (from SAVECAT) are listed together; one changed and not saved, or
*> changed again after its last save, is marked
        EODSAVES.
        MOVE "7. SAVE GENERATIONS (SAVECAT)" TO EodTitle
        PERFORM EODHEADING
        MOVE "S" TO EodSect
        PERFORM EODSCANLOG
        PERFORM READCATALOG
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > CatTotal
            IF CatDate(K) = BusDate
                MOVE CatDsn(K) TO EodDsn
                PERFORM EODFINDDS
                IF EodIdx > 0
                    ADD 1 TO EodSaveCnt(EodIdx)
                    IF CatTime(K) >= EodSaveTime(EodIdx)
                        MOVE CatGen(K) TO EodSaveGen(EodIdx)
                        MOVE CatTime(K) TO EodSaveTime(EodIdx)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF EodDsTotal = 0
            MOVE "  NO DATASET SAVED OR CHANGED ON THE BUSINESS DATE"
                TO CTL-LINE
            WRITE CTL-LINE
        ELSE
            MOVE "  DATASET      SAVES  LAST GEN  SAVED AT STATUS" TO CTL-LINE
            WRITE CTL-LINE
            PERFORM EODSAVELINE VARYING EodIdx FROM 1 BY 1
                UNTIL EodIdx > EodDsTotal
        END-IF.

*> Writes the save line for one dataset
        EODSAVELINE.
        MOVE EodDsName(EodIdx) TO EsDsn
        MOVE EodSaveCnt(EodIdx) TO EsSaves
        MOVE SPACES TO EsGen
        MOVE SPACES TO EsTime
        IF EodSaveCnt(EodIdx) > 0
            MOVE EodSaveGen(EodIdx) TO EsGen
            MOVE EodSaveTime(EodIdx) TO EsTime
        END-IF
        EVALUATE TRUE
            WHEN EodChgd(EodIdx) = "Y" AND EodSaveCnt(EodIdx) = 0
                MOVE "LOADED OR CHANGED, NOT SAVED" TO EsStatus
            WHEN EodPend(EodIdx) = "Y"
                MOVE "CHANGED AFTER ITS LAST SAVE" TO EsStatus
            WHEN OTHER
                MOVE "SAVED" TO EsStatus
        END-EVALUATE
        MOVE EOD-SAVE-LINE TO CTL-LINE
        IF EsStatus NOT = "SAVED"
            PERFORM EODFLAG
        END-IF
        WRITE CTL-LINE.

*> Follows the audit lines that load, change or save a dataset, in the
*> order they were logged: a TRANSIN edit that wasn't refused, a CSV
*> import, an applied delta or backout, or a single element change leaves
*> the dataset waiting for a save, and a save clears it. A merge is not
*> counted - it logs MERGED only after its own save has gone through.
        EODCHANGE.
        IF (AudF6 = "TRANSIN" AND AudF9 NOT = "BAL=REFUSED")
            OR (AudF6 = "DELTA" AND AudF7 = "APPLIED")
            OR (AudF6 = "BACKOUT" AND AudF7 = "DONE")
            OR AudF6 = "CSVIMPORT" OR AudF6 = "UPDATE" OR AudF6 = "INSERT"
            OR AudF6 = "DELETE" OR AudF6 = "SAVED"
            MOVE AudF5(4:12) TO EodDsn
            PERFORM EODFINDDS
            IF EodIdx > 0
                IF AudF6 = "SAVED"
                    MOVE "N" TO EodPend(EodIdx)
                ELSE
                    MOVE "Y" TO EodChgd(EodIdx)
                    MOVE "Y" TO EodPend(EodIdx)
                END-IF
            END-IF
        END-IF.

*> Finds EodDsn in EOD-DS-TABLE, adding it when new; EodIdx comes back 0
*> only when the table is full
        EODFINDDS.
        MOVE 0 TO EodIdx
        PERFORM VARYING EodScan FROM 1 BY 1 UNTIL EodScan > EodDsTotal
            IF EodDsName(EodScan) = EodDsn
                MOVE EodScan TO EodIdx
            END-IF
        END-PERFORM
        IF EodIdx = 0 AND EodDsTotal < 50
            ADD 1 TO EodDsTotal
            MOVE EodDsTotal TO EodIdx
            MOVE EodDsn TO EodDsName(EodIdx)
            MOVE "N" TO EodChgd(EodIdx)
            MOVE "N" TO EodPend(EodIdx)
            MOVE 0 TO EodSaveCnt(EodIdx)
            MOVE 0 TO EodSaveGen(EodIdx)
            MOVE 0 TO EodSaveTime(EodIdx)
        END-IF.

*> The verdict and the sign-off block the shift lead completes by hand
        EODVERDICT.
        MOVE SPACES TO CTL-LINE
        WRITE CTL-LINE
        MOVE SPACES TO CTL-LINE
        IF EodAttn > 0
            STRING "VERDICT: NEEDS ATTENTION - " EodAttn
                " ITEM(S) MARKED << ATTENTION"
                DELIMITED BY SIZE INTO CTL-LINE
        ELSE
            MOVE "VERDICT: CLEAR" TO CTL-LINE
        END-IF
        WRITE CTL-LINE
        MOVE SPACES TO CTL-LINE
        WRITE CTL-LINE
        MOVE "SIGN-OFF" TO CTL-LINE
        WRITE CTL-LINE
        MOVE "  REVIEWED BY (SHIFT LEAD) : ______________________________"
            TO CTL-LINE
        WRITE CTL-LINE
        MOVE "  DATE AND TIME            : ______________________________"
            TO CTL-LINE
        WRITE CTL-LINE
        MOVE "  ACTION ON MARKED ITEMS   : ______________________________"
            TO CTL-LINE
        WRITE CTL-LINE
        MOVE "                             ______________________________"
            TO CTL-LINE
        WRITE CTL-LINE
        MOVE "  SIGNATURE                : ______________________________"
            TO CTL-LINE
        WRITE CTL-LINE.

*> Unattended batch driver: runs every control card from BATCHIN through the same
*> WRITEAUDIT / RUNCHOICE path the interactive menu uses, with no prompts. One
*> run-summary line per step goes to BATCHLOG, plus a trailer line carrying the
*> final return code, so the scheduler can see what ran and what went wrong.
*> A run restarting from a checkpoint appends to BATCHLOG rather than
*> starting it afresh, so the steps of the run that died stay on record.
        BATCHRUN.
        DISPLAY "BATCH MODE: READING CONTROL CARDS FROM BATCHIN"
        MOVE "N" TO BATCH-EOF
        MOVE 0 TO StepSeq
        MOVE "N" TO ChkFound
        OPEN INPUT CHECKPOINT-FILE
        IF CHK-STATUS = "00"
            MOVE "Y" TO ChkFound
            CLOSE CHECKPOINT-FILE
        END-IF
        IF ChkFound = "Y"
            OPEN EXTEND BATCH-LOG
            IF BLOG-STATUS = "35"
                OPEN OUTPUT BATCH-LOG
            END-IF
        ELSE
            OPEN OUTPUT BATCH-LOG
        END-IF
        IF BLOG-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT OPEN BATCHLOG, SUMMARY LINES GO TO CONSOLE ONLY"
        END-IF
        MOVE BusDate TO RunDate
        MOVE RunDate TO RunDateX
        ACCEPT WallDate FROM DATE YYYYMMDD
        MOVE SPACES TO BLOG-RECORD
        STRING "BATCH RUN OF " RunYear "-" RunMonth "-" RunDay
            " WALL=" WallDate
            DELIMITED BY SIZE INTO BLOG-RECORD
        PERFORM WRITEBATCHLOG
        PERFORM READCHECKPOINT
                    MOVE SPACES TO BatchParm1
                    MOVE SPACES TO BatchParm2
                    MOVE SPACES TO BatchParm3
                    MOVE SPACES TO BatchParm4
                    UNSTRING BatchCard DELIMITED BY ALL SPACES
                        INTO BatchChoiceX BatchParm1
                             BatchParm2 BatchParm3 BatchParm4
                    MOVE SPACES TO BatchText
                    MOVE 1 TO BatchPtr
                    UNSTRING BatchCard DELIMITED BY ALL SPACES
                        INTO BatchSkip BatchSkip WITH POINTER BatchPtr
                    IF BatchPtr <= 80
                        MOVE BatchCard(BatchPtr:) TO BatchText
                    END-IF
                    MOVE 0 TO BatchChoiceN
                    IF BatchChoiceX(3:1) = SPACE
                        IF BatchChoiceX(2:1) = SPACE

*> Looks for a checkpoint left behind by a batch run that died partway: when
*> CHKPOINT is present its step number becomes RestartSkip, the dataset it
*> names becomes current again, and ARRAY1 comes back from the CHKARRAY copy
*> as the generation the checkpoint says it held, so the step loop can skip
*> straight to the first unfinished card. No checkpoint just means the last
*> run finished cleanly.
        READCHECKPOINT.
        MOVE 0 TO RestartSkip
        OPEN INPUT CHECKPOINT-FILE
                        AND ChkLineDsn NOT = SPACES
                        MOVE ChkLineStep TO RestartSkip
                        MOVE ChkLineDsn TO CurrentDataset
                        MOVE 0 TO NextGen
                        IF ChkLineGen IS NUMERIC
                            MOVE ChkLineGen TO NextGen
                        END-IF
                    END-IF
            END-READ
            CLOSE CHECKPOINT-FILE
        WRITECHECKPOINT.
        MOVE StepSeq TO ChkLineStep
        MOVE CurrentDataset TO ChkLineDsn
        MOVE ArrayGen TO ChkLineGen
        OPEN OUTPUT CHECKPOINT-FILE
        IF CHK-STATUS NOT = "00"
            DISPLAY "WARNING: COULD NOT WRITE CHECKPOINT FILE CHKPOINT,"
