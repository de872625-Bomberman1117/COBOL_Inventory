       >>SOURCE FORMAT FREE
*> Retention purge and archive run
*> The history files the daily cycle appends to - TransactionsHistory.dat,
*> BatchControlHistory.dat, ReceivingExceptionsHistory.dat, and the
*> MasterAudit.dat change trail - and the closed lines POLines.dat keeps for
*> the vendor scorecard would otherwise grow forever, along with the dated
*> transactions.YYYYMMDD.dat files the nightly leaves behind when it files
*> away each day's input. This run moves whatever has aged past its retention
*> period out of the live files and into dated archive files, so every run
*> that scans them only reads what it still needs. How long each file keeps
*> its records comes from RetentionControl.dat (months of transaction history
*> - which also governs the dated transaction files - batch control history,
*> receiving exceptions, audit trail, and closed PO lines; how many days a
*> shipped order can still come back; and optionally the earliest date to
*> look for dated transaction files). A record expires when it is dated
*> before the first day of the month that many months back; the defaults are
*> 24 months for everything but closed PO lines, which keep 12, a 180-day
*> return window, and a dated-file search that starts at the oldest run date
*> on the transaction history. No file keeps less than 2 months, so the period
*> being closed is never archived out from under the month-end runs.
*> Expired records are kept anyway while anything live still points at them:
*> every history line and dated transaction file of an order that is still
*> on the backorder queue, or that posted anything inside the return window
*> (so ProcessReturns can still find what the line billed), and every closed
*> PO line and receiving exception of a purchase order that still has an
*> OPEN line. The audit trail is written in date order, so everything up to
*> its last expired dated line is archived, including the undated lines
*> written before the trail was dated. Each file is rewritten through a temp
*> file: the archive is filed under its dated name first and only then does
*> the kept copy replace the live file, so a crash between the two leaves the
*> expired records in both places rather than in neither. Before and after
*> record counts and control totals (net dollars for the transaction and batch
*> histories, units for the others) are printed per file on PurgeReport.dat,
*> with a check that what was there before equals what is left plus what was
*> archived. The archives are named for the run date, and a second run the
*> same day is refused rather than overwrite them. Run it between daily
*> cycles, never alongside the nightly or the runs that follow it.
IDENTIFICATION DIVISION.
PROGRAM-ID. RetentionPurge.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the retention parameter file; OPTIONAL so a run without one uses the defaults
       SELECT OPTIONAL RetentionControl ASSIGN TO "RetentionControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the open backorder queue, for the orders still owed goods
       SELECT OPTIONAL Backorders ASSIGN TO "Backorders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the dated transaction history and its kept copy and archive
       SELECT OPTIONAL TransactionHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT HistoryKeep ASSIGN TO "TransactionsHistory.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT HistoryArchive ASSIGN TO "TransactionsHistory.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the batch control history and its kept copy and archive
       SELECT OPTIONAL BatchControlHistory ASSIGN TO "BatchControlHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT BatchKeep ASSIGN TO "BatchControlHistory.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT BatchArchive ASSIGN TO "BatchControlHistory.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the receiving exception history and its kept copy and archive
       SELECT OPTIONAL ExceptionHistory ASSIGN TO "ReceivingExceptionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT ExceptionKeep ASSIGN TO "ReceivingExceptionsHistory.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT ExceptionArchive ASSIGN TO "ReceivingExceptionsHistory.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the master change-audit trail and its kept copy and archive
       SELECT OPTIONAL AuditFile ASSIGN TO "MasterAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT AuditKeep ASSIGN TO "MasterAudit.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT AuditArchive ASSIGN TO "MasterAudit.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the purchase order lines and their kept copy and archive
       SELECT OPTIONAL POLineFile ASSIGN TO "POLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT POLineKeep ASSIGN TO "POLines.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT POLineArchive ASSIGN TO "POLines.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> one dated transactions file at a time, renamed to this work name while it is
       *> looked at, and the archive the expired ones are gathered into
       SELECT DailyInput ASSIGN TO "transactions.purge.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT InputArchive ASSIGN TO "TransactionInputs.arc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a work file to sort the history's order lines by order number
       SELECT SortWork ASSIGN TO "purgesort.tmp".
       *> create a file to write the purge report to
       SELECT PurgeReport ASSIGN TO "PurgeReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record to hold the retention periods; any field left blank or zero takes
*> its default
FD RetentionControl.
01 RetentionParameters.
       *> months of transaction history (and dated transaction files) to keep
       02 RT-HistoryMonths PIC 9(3).
       02 RT-Buffer1 PIC XXXX.
       *> months of batch control history to keep
       02 RT-BatchMonths PIC 9(3).
       02 RT-Buffer2 PIC XXXX.
       *> months of receiving exceptions to keep
       02 RT-ExceptionMonths PIC 9(3).
       02 RT-Buffer3 PIC XXXX.
       *> months of the master change-audit trail to keep
       02 RT-AuditMonths PIC 9(3).
       02 RT-Buffer4 PIC XXXX.
       *> months of closed PO lines to keep
       02 RT-POLineMonths PIC 9(3).
       02 RT-Buffer5 PIC XXXX.
       *> how many days after it last posted an order can still come back
       02 RT-ReturnDays PIC 9(3).
       02 RT-Buffer6 PIC XXXX.
       *> the earliest date to look for dated transactions files, in YYYYMMDD form;
       *> zeros means the oldest run date on the transaction history
       02 RT-ArchiveFromDate PIC 9(8).
*> create a record matching the backorder queue Program2 keeps
FD Backorders.
01 BackorderData.
       *> the customer the goods are owed to
       02 BO-CustomerID PIC 99999.
       02 BO-Buffer1 PIC XXXX.
       *> the item the customer is owed
       02 BO-ItemID PIC 999999.
       02 BO-Buffer2 PIC XXXX.
       *> how many units are still owed
       02 BO-Quantity PIC 9(3).
       02 BO-Buffer3 PIC XXXX.
       *> the date the sale shipped short, in YYYYMMDD form
       02 BO-Date PIC 9(8).
       02 BO-Buffer4 PIC XXXX.
       *> the DiscountCode off the original sale
       02 BO-DiscountCode PIC A.
       02 BO-Buffer5 PIC XXXX.
       *> the order number of the original sale
       02 BO-OrderNumber PIC 9(6).
*> create a record matching the dated transaction history lines the nightly archives,
*> the run date first and then the processed transaction exactly as the daily file
*> carried it
FD TransactionHistory.
01 TransactionHistoryRecord.
       *> the date of the run that posted the line, in YYYYMMDD form
       02 HX-RunDate PIC 9(8).
       02 HX-Buffer1 PIC XXXX.
       *> the archived processed transaction, in the TransactionsProcessed.dat layout
       02 HX-Transaction.
           03 CustomerID PIC 99999.
           03 Buffer5 PIC XXXX.
           03 CustomerName PIC A(18).
           03 CustomerAddress PIC X(48).
           03 ItemName PIC X(24).
           03 Amount PIC 9(3).
           03 Buffer1 PIC XXXX.
           03 GrossCost PIC 9(5).99.
           03 Buffer2 PIC XXXX.
           03 Discount PIC 9(5).99.
           03 Buffer3 PIC XXXX.
           *> the gross cost minus the discount, the history's dollar control total
           03 NetCost PIC 9(5).99.
           03 Buffer4 PIC XXXX.
           03 Owed PIC 9(5).99.
           03 Buffer6 PIC XXXX.
           03 OrderNumber PIC 9(6).
           03 Buffer7 PIC XXXX.
           03 RecycledFlag PIC A.
           03 Buffer8 PIC XXXX.
           03 ItemID PIC 999999.
           03 Buffer9 PIC XXXX.
           03 DiscountCode PIC A.
           03 Buffer10 PIC XXXX.
           03 UnitCost PIC 99.99.
           03 Buffer11 PIC XXXX.
           03 TaxAmount PIC 9(5).99.
           03 Buffer12 PIC XXXX.
           03 PriceSource PIC A.
           03 Buffer13 PIC XXXX.
           03 InvoiceNumber PIC 9(6).
*> create records for the history's kept copy and archive, carried through whole
FD HistoryKeep.
01 HistoryKeepRecord PIC X(228).
FD HistoryArchive.
01 HistoryArchiveRecord PIC X(228).
*> create a record matching the batch control records the nightly archives
FD BatchControlHistory.
01 BatchHistoryRecord.
       *> the date the run executed, in YYYYMMDD form
       02 BH-RunDate PIC 9(8).
       *> the read, posted, and rejected counts, with their buffers
       02 BH-Counts PIC X(64).
       *> the total NetCost the run posted, the batch history's dollar control total
       02 BH-TotalNetCostPosted PIC 9(8)V99.
       *> the reorder dollars, recycled count, and held orders, with their buffers
       02 BH-Rest PIC X(34).
*> create records for the batch history's kept copy and archive, carried through whole
FD BatchKeep.
01 BatchKeepRecord PIC X(116).
FD BatchArchive.
01 BatchArchiveRecord PIC X(116).
*> create a record matching the receiving exceptions the nightly archives
FD ExceptionHistory.
01 ExceptionHistoryRecord.
       *> the date the exception was found, in YYYYMMDD form
       02 EH-Date PIC 9(8).
       02 EH-Buffer1 PIC XXXX.
       *> the vendor whose shipment was off (zeros on an UNMATCHED receipt)
       02 EH-VendorID PIC 9(4).
       02 EH-Buffer2 PIC XXXX.
       *> the purchase order the discrepancy is against
       02 EH-PONumber PIC 9(6).
       02 EH-Buffer3 PIC XXXX.
       *> the item with the discrepancy
       02 EH-ItemID PIC 999999.
       02 EH-Buffer4 PIC XXXX.
       *> how many units the PO line ordered
       02 EH-Ordered PIC 9(3).
       02 EH-Buffer5 PIC XXXX.
       *> how many units the vendor actually shipped
       02 EH-Received PIC 9(3).
       02 EH-Buffer6 PIC XXXX.
       *> the absolute difference between ordered and received, the control total
       02 EH-Variance PIC 9(3).
       02 EH-Buffer7 PIC XXXX.
       *> SHORT, OVER, or UNMATCH
       02 EH-Type PIC X(7).
*> create records for the exception history's kept copy and archive, carried through whole
FD ExceptionKeep.
01 ExceptionKeepRecord PIC X(68).
FD ExceptionArchive.
01 ExceptionArchiveRecord PIC X(68).
*> create a record matching the change-audit lines MasterMaintenance and CycleCount append
FD AuditFile.
01 AuditLine.
       *> which master was touched
       02 AU-FileCode PIC A.
       02 AU-Buffer1 PIC XXXX.
       *> the action that was attempted
       02 AU-Action PIC A.
       02 AU-Buffer2 PIC XXXX.
       *> whether the change was APPLIED or REJECTED
       02 AU-Result PIC X(8).
       02 AU-Buffer3 PIC XXXX.
       *> which image this line carries: BEFORE, AFTER, or REASON on a reject
       02 AU-ImageType PIC X(6).
       02 AU-Buffer4 PIC XXXX.
       *> the full master record image (or the rejection reason text)
       02 AU-Image PIC X(120).
       02 AU-Buffer5 PIC XXXX.
       *> the date the line was written, in YYYYMMDD form; spaces on lines written
       *> before the trail was dated
       02 AU-AuditDate PIC 9(8).
*> create records for the audit trail's kept copy and archive, carried through whole
FD AuditKeep.
01 AuditKeepRecord PIC X(164).
FD AuditArchive.
01 AuditArchiveRecord PIC X(164).
*> create a record matching the purchase order lines PurchaseOrders and receiving keep
FD POLineFile.
01 POLineData.
       *> the purchase order the line belongs to
       02 PL-PONumber PIC 9(6).
       02 PL-Buffer1 PIC XXXX.
       *> the vendor the purchase order went to
       02 PL-VendorID PIC 9(4).
       02 PL-Buffer2 PIC XXXX.
       *> the item the line orders
       02 PL-ItemID PIC 999999.
       02 PL-Buffer3 PIC XXXX.
       *> how many units the line orders, the PO lines' control total
       02 PL-Amount PIC 9(3).
       02 PL-Buffer4 PIC XXXX.
       *> the date the PO was cut, in YYYYMMDD form
       02 PL-PODate PIC 9(8).
       02 PL-Buffer5 PIC XXXX.
       *> how many units receiving has matched against the line so far
       02 PL-Received PIC 9(3).
       02 PL-Buffer6 PIC XXXX.
       *> OPEN while anything is still expected, then FILLED, OVER, or SHORT
       02 PL-Status PIC X(7).
*> create records for the PO lines' kept copy and archive, carried through whole
FD POLineKeep.
01 POLineKeepRecord PIC X(61).
FD POLineArchive.
01 POLineArchiveRecord PIC X(61).
*> create a record matching the transactions.dat records a dated transactions file holds
FD DailyInput.
01 Transaction.
       *> which kind of record this is: H = order header, D = order detail line
       02 TR-RecordType PIC A.
       02 TR-Buffer1 PIC XXXX.
       *> the rest of the record, laid out by record type
       02 TR-Rest PIC X(40).
       *> the header view of the record
       02 TR-Header REDEFINES TR-Rest.
           03 TR-OrderNumber PIC 9(6).
           03 TR-HBuffer1 PIC X(34).
       *> the detail view of the record
       02 TR-Detail REDEFINES TR-Rest.
           03 TR-ItemID PIC 999999.
           03 TR-DBuffer1 PIC X(6).
           *> the units the line ordered, the dated files' control total
           03 TR-Quantity PIC 9(3).
           03 TR-DBuffer2 PIC X(25).
*> create a record to archive one expired transactions.dat record, stamped with the
*> date of the file it came from
FD InputArchive.
01 InputArchiveRecord.
       *> the date of the dated transactions file the record came from
       02 IA-FileDate PIC 9(8).
       02 IA-Buffer1 PIC XXXX.
       *> the record exactly as the file carried it
       02 IA-Transaction PIC X(45).
*> create a sort work record holding one history line's order number and run date
SD SortWork.
01 SortedLine.
       02 SW-OrderNumber PIC 9(6).
       02 SW-RunDate PIC 9(8).
*> create a record to hold one printed line of the purge report
FD PurgeReport.
01 ReportLine PIC X(120).
WORKING-STORAGE SECTION.
*> today's date, in YYYYMMDD form, and its year, month, and day
01 RunDate PIC 9(8) VALUE 0.
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
*> the retention periods in force, defaulted until RetentionControl.dat says otherwise
01 HistoryMonths PIC 9(3) VALUE 24.
01 BatchMonths PIC 9(3) VALUE 24.
01 ExceptionMonths PIC 9(3) VALUE 24.
01 AuditMonths PIC 9(3) VALUE 24.
01 POLineMonths PIC 9(3) VALUE 12.
01 ReturnDays PIC 9(3) VALUE 180.
01 ArchiveFromDate PIC 9(8) VALUE 0.
*> the shortest retention any file is allowed, so the period being closed is kept
01 MinimumMonths PIC 9(3) VALUE 2.
*> the first date each file keeps; anything dated before it has expired
01 HistoryCutoff PIC 9(8) VALUE 0.
01 BatchCutoff PIC 9(8) VALUE 0.
01 ExceptionCutoff PIC 9(8) VALUE 0.
01 AuditCutoff PIC 9(8) VALUE 0.
01 POLineCutoff PIC 9(8) VALUE 0.
*> an order that posted anything on or after this date can still come back
01 ReturnCutoff PIC 9(8) VALUE 0.
*> the months back and the cutoff ComputeCutoff works out between them
01 CutoffMonths PIC 9(3) VALUE 0.
01 CutoffDate PIC 9(8) VALUE 0.
01 CutoffMonthCount PIC 9(6) VALUE 0.
01 CutoffYear PIC 9(4) VALUE 0.
01 CutoffMonthIndex PIC 99 VALUE 0.
*> create a variable to hold how many orders are on the backorder queue
01 BackorderOrderCount PIC 9(4) VALUE 0.
*> the BackorderOrder table's OCCURS ceiling below; update both together if it ever changes
01 BackorderOrderMax PIC 9(4) VALUE 1000.
*> create up to 1000 instances of an order number still owed goods
01 BackorderOrder OCCURS 1 TO 1000 TIMES DEPENDING ON BackorderOrderCount PIC 9(6).
*> create a variable to hold how many expired orders are still referenced
01 KeepOrderCount PIC 9(4) VALUE 0.
*> the KeepOrder table's OCCURS ceiling below; update both together if it ever changes
01 KeepOrderMax PIC 9(4) VALUE 2000.
*> create up to 2000 instances of an order number whose expired records must be kept
01 KeepOrder OCCURS 1 TO 2000 TIMES DEPENDING ON KeepOrderCount PIC 9(6).
*> create a variable to hold how many purchase orders still have an OPEN line
01 OpenPOCount PIC 9(4) VALUE 0.
*> the OpenPO table's OCCURS ceiling below; update both together if it ever changes
01 OpenPOMax PIC 9(4) VALUE 1000.
*> create up to 1000 instances of a purchase order number with an OPEN line
01 OpenPO OCCURS 1 TO 1000 TIMES DEPENDING ON OpenPOCount PIC 9(6).
*> set to Y when a table filled, so every expired record it would have judged is kept
01 KeepOrderOverflow PIC A VALUE 'N'.
01 OpenPOOverflow PIC A VALUE 'N'.
*> create a counter variable to cycle through the tables
01 TableIndex PIC 9(4) VALUE 1.
*> the order or purchase order being looked for, and whether it was found
01 LookOrderNumber PIC 9(6) VALUE 0.
01 LookPONumber PIC 9(6) VALUE 0.
01 FoundOrder PIC A VALUE 'N'.
01 FoundPO PIC A VALUE 'N'.
*> the order the sorted history lines currently belong to, and its first and last run
01 GroupOrder PIC 9(6) VALUE 0.
01 GroupFirstDate PIC 9(8) VALUE 0.
01 GroupLastDate PIC 9(8) VALUE 0.
*> the oldest run date on the transaction history; 0 when the history is empty
01 EarliestHistoryDate PIC 9(8) VALUE 0.
*> create "boolean" flags to show whether the end of each input has been reached
01 EndOfParameters PIC A VALUE 'N'.
01 EndOfBackorders PIC A VALUE 'N'.
01 EndOfHistory PIC A VALUE 'N'.
01 EndOfSorted PIC A VALUE 'N'.
01 EndOfBatchHistory PIC A VALUE 'N'.
01 EndOfExceptions PIC A VALUE 'N'.
01 EndOfAudit PIC A VALUE 'N'.
01 EndOfPOLines PIC A VALUE 'N'.
01 EndOfDailyInput PIC A VALUE 'N'.
*> set to Y when the record just read is to be archived
01 ArchiveRecord PIC A VALUE 'N'.
*> the audit trail's line number being read, and the last line to archive
01 AuditPosition PIC 9(7) VALUE 0.
01 LastExpiredAudit PIC 9(7) VALUE 0.
*> the file names the rewrites rename between
01 HistoryRealFileName PIC X(40) VALUE "TransactionsHistory.dat".
01 HistoryTempFileName PIC X(40) VALUE "TransactionsHistory.dat.tmp".
01 HistoryArchiveTempName PIC X(40) VALUE "TransactionsHistory.arc.tmp".
01 HistoryArchiveName PIC X(40) VALUE SPACES.
01 BatchRealFileName PIC X(40) VALUE "BatchControlHistory.dat".
01 BatchTempFileName PIC X(40) VALUE "BatchControlHistory.dat.tmp".
01 BatchArchiveTempName PIC X(40) VALUE "BatchControlHistory.arc.tmp".
01 BatchArchiveName PIC X(40) VALUE SPACES.
01 ExceptionRealFileName PIC X(40) VALUE "ReceivingExceptionsHistory.dat".
01 ExceptionTempFileName PIC X(40) VALUE "ReceivingExceptionsHistory.dat.tmp".
01 ExceptionArchiveTempName PIC X(40) VALUE "ReceivingExceptionsHistory.arc.tmp".
01 ExceptionArchiveName PIC X(40) VALUE SPACES.
01 AuditRealFileName PIC X(40) VALUE "MasterAudit.dat".
01 AuditTempFileName PIC X(40) VALUE "MasterAudit.dat.tmp".
01 AuditArchiveTempName PIC X(40) VALUE "MasterAudit.arc.tmp".
01 AuditArchiveName PIC X(40) VALUE SPACES.
01 POLineRealFileName PIC X(40) VALUE "POLines.dat".
01 POLineTempFileName PIC X(40) VALUE "POLines.dat.tmp".
01 POLineArchiveTempName PIC X(40) VALUE "POLines.arc.tmp".
01 POLineArchiveName PIC X(40) VALUE SPACES.
01 InputArchiveTempName PIC X(40) VALUE "TransactionInputs.arc.tmp".
01 InputArchiveName PIC X(40) VALUE SPACES.
01 DailyWorkFileName PIC X(40) VALUE "transactions.purge.tmp".
01 DailyLiveFileName PIC X(40) VALUE SPACES.
*> the names the shared rename step works on for the file being purged
01 PairRealName PIC X(40) VALUE SPACES.
01 PairTempName PIC X(40) VALUE SPACES.
01 PairArchiveTempName PIC X(40) VALUE SPACES.
01 PairArchiveName PIC X(40) VALUE SPACES.
*> Y when the archive was filed and the kept copy replaced the live file
01 PairFiled PIC A VALUE 'N'.
*> return codes from CBL_RENAME_FILE, CBL_DELETE_FILE, and CBL_CHECK_FILE_EXIST;
*> 0 means the call succeeded (or, for the check, that the file is there)
01 RenameStatus PIC 9(4) COMP-5.
01 DeleteStatus PIC 9(4) COMP-5.
01 ExistStatus PIC 9(4) COMP-5.
*> the size and date CBL_CHECK_FILE_EXIST hands back, not otherwise used
01 FileDetails PIC X(16).
*> the name being checked for before anything is touched
01 CheckFileName PIC X(40) VALUE SPACES.
*> the dated transactions file being looked at, as a date and as a day number
01 ScanDate PIC 9(8) VALUE 0.
01 ScanInteger PIC 9(7) VALUE 0.
01 ScanEndInteger PIC 9(7) VALUE 0.
*> what the dated transactions file being looked at holds, and whether it is kept
01 FileRecords PIC 9(7) VALUE 0.
01 FileUnits PIC 9(9) VALUE 0.
01 KeepFile PIC A VALUE 'N'.
01 FilesFound PIC 9(5) VALUE 0.
01 FilesArchived PIC 9(5) VALUE 0.
01 FilesKept PIC 9(5) VALUE 0.
*> the figures of the file being purged, for its block of the report
01 BlockTitle PIC X(40) VALUE SPACES.
01 BlockCutoff PIC 9(8) VALUE 0.
01 BlockTotalLabel PIC X(14) VALUE SPACES.
01 BeforeCount PIC 9(7) VALUE 0.
01 BeforeTotal PIC 9(11)V99 VALUE 0.
01 ArchivedCount PIC 9(7) VALUE 0.
01 ArchivedTotal PIC 9(11)V99 VALUE 0.
01 RetainedCount PIC 9(7) VALUE 0.
01 AfterCount PIC 9(7) VALUE 0.
01 AfterTotal PIC 9(11)V99 VALUE 0.
*> the control amount of the record just read
01 RecordTotal PIC 9(9)V99 VALUE 0.
*> temporary decimal to stage the numeric-edited NetCost through
01 tempNet PIC 9(5)V99.
*> the run's totals across every file
01 FilesOutOfBalance PIC 99 VALUE 0.
01 FilesNotPurged PIC 99 VALUE 0.
01 TotalArchived PIC 9(8) VALUE 0.
*> create edited fields used to lay out numbers in the printed report lines
01 DispCount PIC ZZZZZZ9.
01 DispTotal PIC ZZZZZZZZZZ9.99.
01 DispMonths PIC ZZ9.
01 DispDays PIC ZZ9.
*> create a printable separator line between one file's block and the next
01 SectionBreakLine PIC X(100) VALUE ALL "-".
PROCEDURE DIVISION.
Move Function Current-Date(1:8) to RunDate.
Perform ReadParameters. *> the retention periods and the cutoffs they give
Perform BuildArchiveNames. *> every archive is named for today
Perform CheckArchivesFree. *> refuse to overwrite an earlier run's archives
Open output PurgeReport.
Perform WriteReportHeading.
Perform LoadBackorderOrders. *> orders still owed goods
*> bring every old and every recent history line of an order together, to find the
*> expired orders still on the backorder queue or still inside the return window
Sort SortWork on ascending key SW-OrderNumber SW-RunDate
    input procedure is SelectHistoryOrders
    output procedure is FindKeepOrders.
Perform LoadOpenPOs. *> purchase orders with a line still OPEN
Perform PurgeHistory.
Perform PurgeBatchHistory.
Perform PurgeExceptionHistory.
Perform PurgeAudit.
Perform PurgePOLines.
Perform PurgeDailyInputs.
Perform WriteRunSummary.
Close PurgeReport.
Display "RetentionPurge archived " TotalArchived " record(s); see PurgeReport.dat".
if FilesOutOfBalance > 0 or FilesNotPurged > 0 then
    Display "WARNING: " FilesOutOfBalance " file(s) out of balance and "
        FilesNotPurged " file(s) not purged; check PurgeReport.dat before the next run"
end-if.
STOP RUN.
*> reads the retention periods off RetentionControl.dat, keeping the default for any
*> field left blank or zero, raising any period below the minimum, and works out the
*> cutoff date each period gives
ReadParameters.
   Open input RetentionControl.
       Read RetentionControl
           AT END continue
           NOT AT END
               if RT-HistoryMonths is numeric and RT-HistoryMonths > 0 then
                   Move RT-HistoryMonths to HistoryMonths
               end-if
               if RT-BatchMonths is numeric and RT-BatchMonths > 0 then
                   Move RT-BatchMonths to BatchMonths
               end-if
               if RT-ExceptionMonths is numeric and RT-ExceptionMonths > 0 then
                   Move RT-ExceptionMonths to ExceptionMonths
               end-if
               if RT-AuditMonths is numeric and RT-AuditMonths > 0 then
                   Move RT-AuditMonths to AuditMonths
               end-if
               if RT-POLineMonths is numeric and RT-POLineMonths > 0 then
                   Move RT-POLineMonths to POLineMonths
               end-if
               if RT-ReturnDays is numeric and RT-ReturnDays > 0 then
                   Move RT-ReturnDays to ReturnDays
               end-if
               if RT-ArchiveFromDate is numeric and RT-ArchiveFromDate > 0 then
                   if Function Test-Date-YYYYMMDD(RT-ArchiveFromDate) = 0 then
                       Move RT-ArchiveFromDate to ArchiveFromDate
                   else
                       Display "WARNING: RetentionControl.dat gives an archive-from"
                           " date that is not a date; using the oldest history date"
                   end-if
               end-if
       end-read.
   Close RetentionControl.
   if HistoryMonths < MinimumMonths or BatchMonths < MinimumMonths
           or ExceptionMonths < MinimumMonths or AuditMonths < MinimumMonths
           or POLineMonths < MinimumMonths then
       Display "WARNING: RetentionControl.dat gives a period under " MinimumMonths
           " months; keeping " MinimumMonths " months of that file"
   end-if.
   if HistoryMonths < MinimumMonths then
       Move MinimumMonths to HistoryMonths
   end-if.
   if BatchMonths < MinimumMonths then
       Move MinimumMonths to BatchMonths
   end-if.
   if ExceptionMonths < MinimumMonths then
       Move MinimumMonths to ExceptionMonths
   end-if.
   if AuditMonths < MinimumMonths then
       Move MinimumMonths to AuditMonths
   end-if.
   if POLineMonths < MinimumMonths then
       Move MinimumMonths to POLineMonths
   end-if.
   Move HistoryMonths to CutoffMonths.
   Perform ComputeCutoff.
   Move CutoffDate to HistoryCutoff.
   Move BatchMonths to CutoffMonths.
   Perform ComputeCutoff.
   Move CutoffDate to BatchCutoff.
   Move ExceptionMonths to CutoffMonths.
   Perform ComputeCutoff.
   Move CutoffDate to ExceptionCutoff.
   Move AuditMonths to CutoffMonths.
   Perform ComputeCutoff.
   Move CutoffDate to AuditCutoff.
   Move POLineMonths to CutoffMonths.
   Perform ComputeCutoff.
   Move CutoffDate to POLineCutoff.
   Compute ReturnCutoff = Function Date-Of-Integer(
       Function Integer-Of-Date(RunDate) - ReturnDays).
*> works out the first day of the month CutoffMonths months before this one
ComputeCutoff.
    Compute CutoffMonthCount = RunYear * 12 + RunMonth - 1 - CutoffMonths.
    Divide CutoffMonthCount by 12 giving CutoffYear remainder CutoffMonthIndex.
    Compute CutoffDate = CutoffYear * 10000 + (CutoffMonthIndex + 1) * 100 + 1.
*> names every archive the run files for today's date
BuildArchiveNames.
    Move spaces to HistoryArchiveName.
    String "TransactionsHistory." RunDate ".dat" delimited by size
        into HistoryArchiveName.
    Move spaces to BatchArchiveName.
    String "BatchControlHistory." RunDate ".dat" delimited by size
        into BatchArchiveName.
    Move spaces to ExceptionArchiveName.
    String "ReceivingExceptionsHistory." RunDate ".dat" delimited by size
        into ExceptionArchiveName.
    Move spaces to AuditArchiveName.
    String "MasterAudit." RunDate ".dat" delimited by size into AuditArchiveName.
    Move spaces to POLineArchiveName.
    String "POLines." RunDate ".dat" delimited by size into POLineArchiveName.
    Move spaces to InputArchiveName.
    String "TransactionInputs." RunDate ".dat" delimited by size
        into InputArchiveName.
*> refuses to start when today's archives already exist (a second run the same day
*> would overwrite them) or when a dated transactions file was left under the work
*> name by a run that stopped part way
CheckArchivesFree.
    Move HistoryArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move BatchArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move ExceptionArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move AuditArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move POLineArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move InputArchiveName to CheckFileName.
    Perform RefuseIfFileExists.
    Move DailyWorkFileName to CheckFileName.
    Perform RefuseIfFileExists.
*> stops the run when CheckFileName is already on disk
RefuseIfFileExists.
    Call "CBL_CHECK_FILE_EXIST" using CheckFileName FileDetails
        returning ExistStatus.
    if ExistStatus = 0 then
        Display "RetentionPurge found " Function Trim(CheckFileName) " already on disk; a purge has"
            " already run today or stopped part way. Move it aside and check the"
            " live file before running again. Run refused."
        STOP RUN
    end-if.
*> writes the report heading: the run date and every retention period in force
WriteReportHeading.
    Move spaces to ReportLine.
    String "RETENTION PURGE - RUN " RunDate delimited by size into ReportLine.
    Write ReportLine.
    Move HistoryMonths to DispMonths.
    Move spaces to ReportLine.
    String "  Transaction history and dated transactions files keep " DispMonths
        " months (from " HistoryCutoff ")" delimited by size into ReportLine.
    Write ReportLine.
    Move BatchMonths to DispMonths.
    Move spaces to ReportLine.
    String "  Batch control history keeps " DispMonths " months (from " BatchCutoff ")"
        delimited by size into ReportLine.
    Write ReportLine.
    Move ExceptionMonths to DispMonths.
    Move spaces to ReportLine.
    String "  Receiving exceptions keep " DispMonths " months (from " ExceptionCutoff
        ")" delimited by size into ReportLine.
    Write ReportLine.
    Move AuditMonths to DispMonths.
    Move spaces to ReportLine.
    String "  Master audit trail keeps " DispMonths " months (from " AuditCutoff ")"
        delimited by size into ReportLine.
    Write ReportLine.
    Move POLineMonths to DispMonths.
    Move spaces to ReportLine.
    String "  Closed PO lines keep " DispMonths " months (from " POLineCutoff ")"
        delimited by size into ReportLine.
    Write ReportLine.
    Move ReturnDays to DispDays.
    Move spaces to ReportLine.
    String "  Orders can come back for " DispDays " days (anything posted since "
        ReturnCutoff " is returnable)" delimited by size into ReportLine.
    Write ReportLine.
*> reads the order number of every backorder on the queue into the BackorderOrder table
LoadBackorderOrders.
   Open input Backorders.
       Perform until EndOfBackorders = 'Y'
           Read Backorders
               AT END Move 'Y' to EndOfBackorders
           end-read
           if EndOfBackorders = 'N' then
               if BackorderOrderCount >= BackorderOrderMax then
                   *> the table is full; keep every expired order rather than guess
                   Display "WARNING: Backorders.dat has more lines than the "
                       BackorderOrderMax " RetentionPurge.cob can hold; no expired"
                       " order is archived this run"
                   Move 'Y' to KeepOrderOverflow
                   Move 'Y' to EndOfBackorders
               else
                   Add 1 to BackorderOrderCount
                   Move BO-OrderNumber to BackorderOrder(BackorderOrderCount)
               end-if
           end-if
       end-perform
   Close Backorders.
*> reads the whole history, noting its oldest run date, and releases to the sort every
*> order line that has expired or that falls inside the return window - the two
*> kinds of line that decide whether an expired order is still referenced
SelectHistoryOrders.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' and HX-RunDate is numeric then
               if EarliestHistoryDate = 0 or HX-RunDate < EarliestHistoryDate then
                   Move HX-RunDate to EarliestHistoryDate
               end-if
               if OrderNumber in HX-Transaction > 0
                       and (HX-RunDate < HistoryCutoff
                         or HX-RunDate >= ReturnCutoff) then
                   Move OrderNumber in HX-Transaction to SW-OrderNumber
                   Move HX-RunDate to SW-RunDate
                   Release SortedLine
               end-if
           end-if
       end-perform
   Close TransactionHistory.
*> returns the lines order by order and tables every order that has expired lines but
*> is still on the backorder queue or posted inside the return window
FindKeepOrders.
    Move 0 to GroupOrder.
    Perform until EndOfSorted = 'Y'
        Return SortWork
            AT END Move 'Y' to EndOfSorted
        end-return
        if EndOfSorted = 'N' then
            if SW-OrderNumber not = GroupOrder then
                Perform CloseOrderGroup
                Move SW-OrderNumber to GroupOrder
                Move SW-RunDate to GroupFirstDate
            end-if
            Move SW-RunDate to GroupLastDate
        end-if
    end-perform.
    Perform CloseOrderGroup.
*> decides whether the order the sorted lines just left has to be kept
CloseOrderGroup.
    if GroupOrder = 0 or GroupFirstDate >= HistoryCutoff then
        exit paragraph
    end-if.
    Move GroupOrder to LookOrderNumber.
    Perform LookUpBackorderOrder.
    if GroupLastDate < ReturnCutoff and FoundOrder = 'N' then
        exit paragraph
    end-if.
    if KeepOrderCount >= KeepOrderMax then
        if KeepOrderOverflow = 'N' then
            Display "WARNING: more than " KeepOrderMax " expired orders are still"
                " referenced, more than RetentionPurge.cob can hold; no expired"
                " order is archived this run"
        end-if
        Move 'Y' to KeepOrderOverflow
        exit paragraph
    end-if.
    Add 1 to KeepOrderCount.
    Move GroupOrder to KeepOrder(KeepOrderCount).
*> sets FoundOrder to Y when LookOrderNumber is on the backorder queue
LookUpBackorderOrder.
    Move 'N' to FoundOrder.
    Set TableIndex to 1.
    perform BackorderOrderCount times
        if BackorderOrder(TableIndex) = LookOrderNumber then
            Move 'Y' to FoundOrder
            exit perform
        end-if
        Add 1 to TableIndex
    end-perform.
*> sets FoundOrder to Y when the expired records of LookOrderNumber have to be kept
LookUpKeepOrder.
    Move 'N' to FoundOrder.
    if KeepOrderOverflow = 'Y' then
        Move 'Y' to FoundOrder
        exit paragraph
    end-if.
    Set TableIndex to 1.
    perform KeepOrderCount times
        if KeepOrder(TableIndex) = LookOrderNumber then
            Move 'Y' to FoundOrder
            exit perform
        end-if
        Add 1 to TableIndex
    end-perform.
*> reads the number of every purchase order with a line still OPEN into the OpenPO table
LoadOpenPOs.
   Open input POLineFile.
       Perform until EndOfPOLines = 'Y'
           Read POLineFile
               AT END Move 'Y' to EndOfPOLines
           end-read
           if EndOfPOLines = 'N' and PL-Status = "OPEN" then
               Move PL-PONumber to LookPONumber
               Perform LookUpOpenPO
               if FoundPO = 'N' then
                   if OpenPOCount >= OpenPOMax then
                       *> the table is full; keep every closed line rather than guess
                       Display "WARNING: POLines.dat has more open purchase orders"
                           " than the " OpenPOMax " RetentionPurge.cob can hold; no"
                           " PO line or receiving exception is archived this run"
                       Move 'Y' to OpenPOOverflow
                       Move 'Y' to EndOfPOLines
                   else
                       Add 1 to OpenPOCount
                       Move PL-PONumber to OpenPO(OpenPOCount)
                   end-if
               end-if
           end-if
       end-perform
   Close POLineFile.
   Move 'N' to EndOfPOLines.
*> sets FoundPO to Y when LookPONumber still has an OPEN line
LookUpOpenPO.
    Move 'N' to FoundPO.
    if OpenPOOverflow = 'Y' then
        Move 'Y' to FoundPO
        exit paragraph
    end-if.
    Set TableIndex to 1.
    perform OpenPOCount times
        if OpenPO(TableIndex) = LookPONumber then
            Move 'Y' to FoundPO
            exit perform
        end-if
        Add 1 to TableIndex
    end-perform.
*> zeroes the figures of the file about to be purged
ClearBlock.
    Move 0 to BeforeCount.
    Move 0 to BeforeTotal.
    Move 0 to ArchivedCount.
    Move 0 to ArchivedTotal.
    Move 0 to RetainedCount.
    Move 0 to AfterCount.
    Move 0 to AfterTotal.
*> files the archive under its dated name and then puts the kept copy in place of the
*> live file; when the archive can't be filed the live file is left exactly as it was
FileArchivePair.
    Move 'N' to PairFiled.
    Call "CBL_RENAME_FILE" using PairArchiveTempName PairArchiveName
        returning RenameStatus.
    if RenameStatus not = 0 then
        Display "WARNING: " PairArchiveTempName " could not be filed as "
            PairArchiveName " (rename returned " RenameStatus "); "
            PairRealName " was not purged"
        Add 1 to FilesNotPurged
        exit paragraph
    end-if.
    Call "CBL_RENAME_FILE" using PairTempName PairRealName
        returning RenameStatus.
    if RenameStatus not = 0 then
        Display "WARNING: " PairTempName " could not replace " PairRealName
            " (rename returned " RenameStatus "); the archived records are still on"
            " the live file as well - rename it by hand"
        Add 1 to FilesNotPurged
        exit paragraph
    end-if.
    Move 'Y' to PairFiled.
*> archives every history line posted before the cutoff, except the lines of an order
*> still on the backorder queue or still returnable
PurgeHistory.
    Perform ClearBlock.
    Move 'N' to EndOfHistory.
    Open input TransactionHistory.
    Open output HistoryKeep.
    Open output HistoryArchive.
        Perform until EndOfHistory = 'Y'
            Read TransactionHistory
                AT END Move 'Y' to EndOfHistory
            end-read
            if EndOfHistory = 'N' then
                Move NetCost in HX-Transaction to tempNet
                Move tempNet to RecordTotal
                Add 1 to BeforeCount
                Add RecordTotal to BeforeTotal
                Move 'N' to ArchiveRecord
                if HX-RunDate < HistoryCutoff then
                    Move 'Y' to ArchiveRecord
                    if OrderNumber in HX-Transaction > 0 then
                        Move OrderNumber in HX-Transaction to LookOrderNumber
                        Perform LookUpKeepOrder
                        if FoundOrder = 'Y' then
                            Move 'N' to ArchiveRecord
                            Add 1 to RetainedCount
                        end-if
                    end-if
                end-if
                if ArchiveRecord = 'Y' then
                    Add 1 to ArchivedCount
                    Add RecordTotal to ArchivedTotal
                    Write HistoryArchiveRecord from TransactionHistoryRecord
                else
                    Write HistoryKeepRecord from TransactionHistoryRecord
                end-if
            end-if
        end-perform.
    Close HistoryArchive.
    Close HistoryKeep.
    Close TransactionHistory.
    Move HistoryRealFileName to PairRealName.
    Move HistoryTempFileName to PairTempName.
    Move HistoryArchiveTempName to PairArchiveTempName.
    Move HistoryArchiveName to PairArchiveName.
    Perform FileArchivePair.
    *> count what the live file holds now, straight off the disk
    Move 'N' to EndOfHistory.
    Open input TransactionHistory.
        Perform until EndOfHistory = 'Y'
            Read TransactionHistory
                AT END Move 'Y' to EndOfHistory
                NOT AT END
                    Move NetCost in HX-Transaction to tempNet
                    Add 1 to AfterCount
                    Add tempNet to AfterTotal
            end-read
        end-perform.
    Close TransactionHistory.
    Move HistoryRealFileName to BlockTitle.
    Move HistoryCutoff to BlockCutoff.
    Move "NET DOLLARS" to BlockTotalLabel.
    Perform WriteFileBlock.
*> archives every batch control record from a run before the cutoff
PurgeBatchHistory.
    Perform ClearBlock.
    Open input BatchControlHistory.
    Open output BatchKeep.
    Open output BatchArchive.
        Perform until EndOfBatchHistory = 'Y'
            Read BatchControlHistory
                AT END Move 'Y' to EndOfBatchHistory
            end-read
            if EndOfBatchHistory = 'N' then
                Move 0 to RecordTotal
                if BH-TotalNetCostPosted is numeric then
                    Move BH-TotalNetCostPosted to RecordTotal
                end-if
                Add 1 to BeforeCount
                Add RecordTotal to BeforeTotal
                if BH-RunDate is numeric and BH-RunDate < BatchCutoff then
                    Add 1 to ArchivedCount
                    Add RecordTotal to ArchivedTotal
                    Write BatchArchiveRecord from BatchHistoryRecord
                else
                    Write BatchKeepRecord from BatchHistoryRecord
                end-if
            end-if
        end-perform.
    Close BatchArchive.
    Close BatchKeep.
    Close BatchControlHistory.
    Move BatchRealFileName to PairRealName.
    Move BatchTempFileName to PairTempName.
    Move BatchArchiveTempName to PairArchiveTempName.
    Move BatchArchiveName to PairArchiveName.
    Perform FileArchivePair.
    Move 'N' to EndOfBatchHistory.
    Open input BatchControlHistory.
        Perform until EndOfBatchHistory = 'Y'
            Read BatchControlHistory
                AT END Move 'Y' to EndOfBatchHistory
                NOT AT END
                    Add 1 to AfterCount
                    if BH-TotalNetCostPosted is numeric then
                        Add BH-TotalNetCostPosted to AfterTotal
                    end-if
            end-read
        end-perform.
    Close BatchControlHistory.
    Move BatchRealFileName to BlockTitle.
    Move BatchCutoff to BlockCutoff.
    Move "NET DOLLARS" to BlockTotalLabel.
    Perform WriteFileBlock.
*> archives every receiving exception found before the cutoff, except those against a
*> purchase order that still has an OPEN line
PurgeExceptionHistory.
    Perform ClearBlock.
    Open input ExceptionHistory.
    Open output ExceptionKeep.
    Open output ExceptionArchive.
        Perform until EndOfExceptions = 'Y'
            Read ExceptionHistory
                AT END Move 'Y' to EndOfExceptions
            end-read
            if EndOfExceptions = 'N' then
                Move 0 to RecordTotal
                if EH-Variance is numeric then
                    Move EH-Variance to RecordTotal
                end-if
                Add 1 to BeforeCount
                Add RecordTotal to BeforeTotal
                Move 'N' to ArchiveRecord
                if EH-Date is numeric and EH-Date < ExceptionCutoff then
                    Move 'Y' to ArchiveRecord
                    Move EH-PONumber to LookPONumber
                    Perform LookUpOpenPO
                    if FoundPO = 'Y' then
                        Move 'N' to ArchiveRecord
                        Add 1 to RetainedCount
                    end-if
                end-if
                if ArchiveRecord = 'Y' then
                    Add 1 to ArchivedCount
                    Add RecordTotal to ArchivedTotal
                    Write ExceptionArchiveRecord from ExceptionHistoryRecord
                else
                    Write ExceptionKeepRecord from ExceptionHistoryRecord
                end-if
            end-if
        end-perform.
    Close ExceptionArchive.
    Close ExceptionKeep.
    Close ExceptionHistory.
    Move ExceptionRealFileName to PairRealName.
    Move ExceptionTempFileName to PairTempName.
    Move ExceptionArchiveTempName to PairArchiveTempName.
    Move ExceptionArchiveName to PairArchiveName.
    Perform FileArchivePair.
    Move 'N' to EndOfExceptions.
    Open input ExceptionHistory.
        Perform until EndOfExceptions = 'Y'
            Read ExceptionHistory
                AT END Move 'Y' to EndOfExceptions
                NOT AT END
                    Add 1 to AfterCount
                    if EH-Variance is numeric then
                        Add EH-Variance to AfterTotal
                    end-if
            end-read
        end-perform.
    Close ExceptionHistory.
    Move ExceptionRealFileName to BlockTitle.
    Move ExceptionCutoff to BlockCutoff.
    Move "VARIANCE UNITS" to BlockTotalLabel.
    Perform WriteFileBlock.
*> archives the audit trail up to and including its last line dated before the cutoff;
*> the trail is written in date order, so every line before that one is older still
PurgeAudit.
    Perform ClearBlock.
    *> pass 1: find the last expired dated line
    Move 0 to AuditPosition.
    Move 0 to LastExpiredAudit.
    Open input AuditFile.
        Perform until EndOfAudit = 'Y'
            Read AuditFile
                AT END Move 'Y' to EndOfAudit
                NOT AT END
                    Add 1 to AuditPosition
                    if AU-AuditDate is numeric and AU-AuditDate > 0
                            and AU-AuditDate < AuditCutoff then
                        Move AuditPosition to LastExpiredAudit
                    end-if
            end-read
        end-perform.
    Close AuditFile.
    *> pass 2: split the trail at that line
    Move 0 to AuditPosition.
    Move 'N' to EndOfAudit.
    Open input AuditFile.
    Open output AuditKeep.
    Open output AuditArchive.
        Perform until EndOfAudit = 'Y'
            Read AuditFile
                AT END Move 'Y' to EndOfAudit
            end-read
            if EndOfAudit = 'N' then
                Add 1 to AuditPosition
                Add 1 to BeforeCount
                if AuditPosition <= LastExpiredAudit then
                    Add 1 to ArchivedCount
                    Write AuditArchiveRecord from AuditLine
                else
                    Write AuditKeepRecord from AuditLine
                end-if
            end-if
        end-perform.
    Close AuditArchive.
    Close AuditKeep.
    Close AuditFile.
    Move AuditRealFileName to PairRealName.
    Move AuditTempFileName to PairTempName.
    Move AuditArchiveTempName to PairArchiveTempName.
    Move AuditArchiveName to PairArchiveName.
    Perform FileArchivePair.
    Move 'N' to EndOfAudit.
    Open input AuditFile.
        Perform until EndOfAudit = 'Y'
            Read AuditFile
                AT END Move 'Y' to EndOfAudit
                NOT AT END Add 1 to AfterCount
            end-read
        end-perform.
    Close AuditFile.
    Move AuditRealFileName to BlockTitle.
    Move AuditCutoff to BlockCutoff.
    Move "(COUNT ONLY)" to BlockTotalLabel.
    Perform WriteFileBlock.
*> archives every closed (FILLED, SHORT, or OVER) PO line cut before the cutoff, except
*> the lines of a purchase order that still has an OPEN line
PurgePOLines.
    Perform ClearBlock.
    Move 'N' to EndOfPOLines.
    Open input POLineFile.
    Open output POLineKeep.
    Open output POLineArchive.
        Perform until EndOfPOLines = 'Y'
            Read POLineFile
                AT END Move 'Y' to EndOfPOLines
            end-read
            if EndOfPOLines = 'N' then
                Move 0 to RecordTotal
                if PL-Amount is numeric then
                    Move PL-Amount to RecordTotal
                end-if
                Add 1 to BeforeCount
                Add RecordTotal to BeforeTotal
                Move 'N' to ArchiveRecord
                if (PL-Status = "FILLED" or PL-Status = "SHORT" or PL-Status = "OVER")
                        and PL-PODate is numeric and PL-PODate < POLineCutoff then
                    Move 'Y' to ArchiveRecord
                    Move PL-PONumber to LookPONumber
                    Perform LookUpOpenPO
                    if FoundPO = 'Y' then
                        Move 'N' to ArchiveRecord
                        Add 1 to RetainedCount
                    end-if
                end-if
                if ArchiveRecord = 'Y' then
                    Add 1 to ArchivedCount
                    Add RecordTotal to ArchivedTotal
                    Write POLineArchiveRecord from POLineData
                else
                    Write POLineKeepRecord from POLineData
                end-if
            end-if
        end-perform.
    Close POLineArchive.
    Close POLineKeep.
    Close POLineFile.
    Move POLineRealFileName to PairRealName.
    Move POLineTempFileName to PairTempName.
    Move POLineArchiveTempName to PairArchiveTempName.
    Move POLineArchiveName to PairArchiveName.
    Perform FileArchivePair.
    Move 'N' to EndOfPOLines.
    Open input POLineFile.
        Perform until EndOfPOLines = 'Y'
            Read POLineFile
                AT END Move 'Y' to EndOfPOLines
                NOT AT END
                    Add 1 to AfterCount
                    if PL-Amount is numeric then
                        Add PL-Amount to AfterTotal
                    end-if
            end-read
        end-perform.
    Close POLineFile.
    Move POLineRealFileName to BlockTitle.
    Move POLineCutoff to BlockCutoff.
    Move "UNITS ORDERED" to BlockTotalLabel.
    Perform WriteFileBlock.
*> looks for a dated transactions file for every day from the oldest history date (or
*> the archive-from date) up to the day before the cutoff, and gathers every expired
*> one that holds no order still referenced into one dated archive
PurgeDailyInputs.
    Perform ClearBlock.
    if ArchiveFromDate > 0 then
        Move ArchiveFromDate to ScanDate
    else
        Move EarliestHistoryDate to ScanDate
    end-if.
    Open output InputArchive.
    if ScanDate > 0 and ScanDate < HistoryCutoff then
        Compute ScanInteger = Function Integer-Of-Date(ScanDate)
        Compute ScanEndInteger = Function Integer-Of-Date(HistoryCutoff) - 1
        Perform until ScanInteger > ScanEndInteger
            Compute ScanDate = Function Date-Of-Integer(ScanInteger)
            Perform PurgeOneDailyInput
            Add 1 to ScanInteger
        end-perform
    end-if.
    Close InputArchive.
    Call "CBL_RENAME_FILE" using InputArchiveTempName InputArchiveName
        returning RenameStatus.
    if RenameStatus not = 0 then
        Display "WARNING: " InputArchiveTempName " could not be filed as "
            InputArchiveName " (rename returned " RenameStatus "); it holds every"
            " dated transactions file archived this run - rename it by hand"
        Add 1 to FilesNotPurged
    end-if.
    Move "transactions.YYYYMMDD.dat files" to BlockTitle.
    Move HistoryCutoff to BlockCutoff.
    Move "UNITS ORDERED" to BlockTotalLabel.
    Perform WriteFileBlock.
    Move FilesFound to DispCount.
    Move spaces to ReportLine.
    String "  Dated files found " DispCount delimited by size into ReportLine.
    Move FilesArchived to DispCount.
    String ReportLine(1:27) "   archived " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    Move FilesKept to DispCount.
    Move spaces to ReportLine.
    String "  Dated files kept for a referenced order " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
*> looks for the dated transactions file for ScanDate; when there is one, either keeps
*> it (it holds an order still referenced) or appends it to the archive and removes it
PurgeOneDailyInput.
    Move spaces to DailyLiveFileName.
    String "transactions." ScanDate ".dat" delimited by size into DailyLiveFileName.
    *> moving the file to the work name both finds it and lets the fixed-name file
    *> reader open it
    Call "CBL_RENAME_FILE" using DailyLiveFileName DailyWorkFileName
        returning RenameStatus.
    if RenameStatus not = 0 then
        exit paragraph
    end-if.
    Add 1 to FilesFound.
    *> pass 1: count it and see whether any of its orders is still referenced
    Move 0 to FileRecords.
    Move 0 to FileUnits.
    Move 'N' to KeepFile.
    Move 'N' to EndOfDailyInput.
    Open input DailyInput.
        Perform until EndOfDailyInput = 'Y'
            Read DailyInput
                AT END Move 'Y' to EndOfDailyInput
            end-read
            if EndOfDailyInput = 'N' then
                Add 1 to FileRecords
                if TR-RecordType = 'H' and TR-OrderNumber is numeric then
                    Move TR-OrderNumber to LookOrderNumber
                    Perform LookUpKeepOrder
                    if FoundOrder = 'Y' then
                        Move 'Y' to KeepFile
                    end-if
                end-if
                if TR-RecordType = 'D' and TR-Quantity is numeric then
                    Add TR-Quantity to FileUnits
                end-if
            end-if
        end-perform.
    Close DailyInput.
    Add FileRecords to BeforeCount.
    Add FileUnits to BeforeTotal.
    if KeepFile = 'Y' then
        Call "CBL_RENAME_FILE" using DailyWorkFileName DailyLiveFileName
            returning RenameStatus
        Add 1 to FilesKept
        Add FileRecords to RetainedCount
        Add FileRecords to AfterCount
        Add FileUnits to AfterTotal
        exit paragraph
    end-if.
    *> pass 2: append it to the archive, stamped with its date
    Move 'N' to EndOfDailyInput.
    Open input DailyInput.
        Perform until EndOfDailyInput = 'Y'
            Read DailyInput
                AT END Move 'Y' to EndOfDailyInput
                NOT AT END
                    Move ScanDate to IA-FileDate
                    Move spaces to IA-Buffer1
                    Move Transaction to IA-Transaction
                    Write InputArchiveRecord
            end-read
        end-perform.
    Close DailyInput.
    Add 1 to FilesArchived.
    Add FileRecords to ArchivedCount.
    Add FileUnits to ArchivedTotal.
    Call "CBL_DELETE_FILE" using DailyWorkFileName returning DeleteStatus.
    if DeleteStatus not = 0 then
        Display "WARNING: " DailyWorkFileName " (the archived " DailyLiveFileName
            ") could not be removed (delete returned " DeleteStatus "); remove it by"
            " hand before the next purge"
    end-if.
*> writes the current file's block of the report: its records and control total
*> before, archived, and after, and whether they balance
WriteFileBlock.
    Add ArchivedCount to TotalArchived.
    Move SectionBreakLine to ReportLine.
    Write ReportLine.
    Move spaces to ReportLine.
    String BlockTitle "  EXPIRED BEFORE " BlockCutoff delimited by size
        into ReportLine.
    Write ReportLine.
    Move spaces to ReportLine.
    String "                    RECORDS   " BlockTotalLabel delimited by size
        into ReportLine.
    Write ReportLine.
    Move BeforeCount to DispCount.
    Move BeforeTotal to DispTotal.
    Move spaces to ReportLine.
    String "  BEFORE            " DispCount "   " DispTotal delimited by size
        into ReportLine.
    Write ReportLine.
    Move ArchivedCount to DispCount.
    Move ArchivedTotal to DispTotal.
    Move spaces to ReportLine.
    String "  ARCHIVED          " DispCount "   " DispTotal delimited by size
        into ReportLine.
    Write ReportLine.
    Move AfterCount to DispCount.
    Move AfterTotal to DispTotal.
    Move spaces to ReportLine.
    String "  AFTER             " DispCount "   " DispTotal delimited by size
        into ReportLine.
    Write ReportLine.
    if RetainedCount > 0 then
        Move RetainedCount to DispCount
        Move spaces to ReportLine
        String "  EXPIRED BUT KEPT  " DispCount
            "   (still referenced by an open order or purchase order)"
            delimited by size into ReportLine
        Write ReportLine
    end-if.
    Move spaces to ReportLine.
    if BeforeCount = AfterCount + ArchivedCount
            and BeforeTotal = AfterTotal + ArchivedTotal then
        String "  IN BALANCE - BEFORE EQUALS AFTER PLUS ARCHIVED" delimited by size
            into ReportLine
    else
        Add 1 to FilesOutOfBalance
        String "  OUT OF BALANCE - COMPARE THE LIVE FILE WITH ITS ARCHIVE BEFORE"
            " ANY OTHER RUN" delimited by size into ReportLine
    end-if.
    Write ReportLine.
*> writes how the run went across every file
WriteRunSummary.
    Move SectionBreakLine to ReportLine.
    Write ReportLine.
    Move TotalArchived to DispCount.
    Move spaces to ReportLine.
    String "RECORDS ARCHIVED " DispCount delimited by size into ReportLine.
    Write ReportLine.
    Move spaces to ReportLine.
    if FilesOutOfBalance = 0 and FilesNotPurged = 0 then
        String "EVERY FILE IN BALANCE" delimited by size into ReportLine
    else
        Move FilesOutOfBalance to DispMonths
        Move FilesNotPurged to DispDays
        String "FILES OUT OF BALANCE " DispMonths "   FILES NOT PURGED " DispDays
            delimited by size into ReportLine
    end-if.
    Write ReportLine.
    if KeepOrderOverflow = 'Y' or OpenPOOverflow = 'Y' then
        Move spaces to ReportLine
        String "NOTE: A TABLE CEILING WAS REACHED - EXPIRED RECORDS IT COVERED WERE"
            " ALL KEPT" delimited by size into ReportLine
        Write ReportLine
    end-if.
