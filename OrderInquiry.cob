       >>SOURCE FORMAT FREE
*> Order status inquiry
*> Answers "where is my order" off OrderStatus.dat, the indexed order-status
*> file the nightly run, ReleaseHolds, RecycleErrors, and ProcessReturns record
*> every order's life on. The questions are keyed into InquiryRequests.dat, one
*> per line: type O and an order number prints that order's full history - its
*> summary (latest state, first and latest dates, units shipped, still
*> backordered, and returned, rejected lines still waiting on a correction, and
*> whether it sits on credit hold) followed by every event in the order it
*> happened, with the item, quantity, date, and the run that recorded it; type C
*> and a CustomerID prints the same for every order of that customer's that is
*> still open (held, rejected, backordered, or waiting to post). The answers are
*> written to OrderInquiryReport.dat. The run only reads the status file, so it
*> can be run at any time of day, as often as the office needs.
IDENTIFICATION DIVISION.
PROGRAM-ID. OrderInquiry.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the questions the office keyed; OPTIONAL so a run with nothing asked
       *> just writes an empty report
       SELECT OPTIONAL InquiryRequests ASSIGN TO "InquiryRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the order-status file, keyed on order number and event sequence; read
       *> keyed to start at an order and sequentially to walk its events, so
       *> DYNAMIC. OPTIONAL so an inquiry before anything has been recorded still runs
       SELECT OPTIONAL OrderStatusFile ASSIGN TO "OrderStatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OS-Key.
       *> create a file to write the answers to
       SELECT InquiryReport ASSIGN TO "OrderInquiryReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record to hold one question: what is being asked about, and which one
FD InquiryRequests.
01 InquiryRequest.
       *> O = one order's full history, C = every open order for a customer
       02 IR-Type PIC A.
       02 IR-Buffer1 PIC X(4).
       *> the order number (six digits) or the CustomerID (five digits, left-justified)
       02 IR-Key PIC X(6).
       02 IR-OrderView REDEFINES IR-Key.
           03 IR-OrderNumber PIC 9(6).
       02 IR-CustomerView REDEFINES IR-Key.
           03 IR-CustomerID PIC 9(5).
           03 IR-Buffer2 PIC X.
*> create a record for the indexed order-status file
FD OrderStatusFile.
01 OrderStatus.
       *> the record key: the order number, and the event's place in the order's life
       *> (0000 is the order's summary record)
       02 OS-Key.
           03 OS-OrderNumber PIC 9(6).
           03 OS-Sequence PIC 9(4).
       02 OS-Buffer1 PIC X(4).
       *> the customer the order belongs to
       02 OS-CustomerID PIC 9(5).
       02 OS-Buffer2 PIC X(4).
       02 OS-Detail PIC X(70).
       *> the summary view, on sequence 0000
       02 OS-Summary REDEFINES OS-Detail.
           *> the date the order was first seen, and the date of its latest event
           03 OH-FirstDate PIC 9(8).
           03 OH-Buffer1 PIC X(4).
           03 OH-LastDate PIC 9(8).
           03 OH-Buffer2 PIC X(4).
           *> the order's latest state
           03 OH-State PIC X(12).
           03 OH-Buffer3 PIC X(4).
           *> Y while anything about the order is unsettled: it is held, a line is
           *> still rejected, units are still backordered, or it is waiting to post
           03 OH-Open PIC A.
           *> Y while the order sits on the credit-hold queue
           03 OH-Held PIC A.
           *> how many of the order's lines are rejected and not yet corrected
           03 OH-RejectedLines PIC 9(3).
           *> how many units are still owed on backorder
           03 OH-BackorderedUnits PIC 9(5).
           *> how many units have shipped, and how many came back
           03 OH-ShippedUnits PIC 9(5).
           03 OH-ReturnedUnits PIC 9(5).
           *> the sequence number the order's next event is filed under
           03 OH-NextSequence PIC 9(4).
           03 OH-Buffer4 PIC X(6).
       *> the event view, on every other sequence
       02 OS-Event REDEFINES OS-Detail.
           *> the line's item; zeros on an event about the whole order
           03 OE-ItemID PIC 9(6).
           03 OE-Buffer1 PIC X(4).
           *> RECEIVED, HELD, HOLD RELEASED, REJECTED, CORRECTED, POSTED, PARTIAL,
           *> BACKORDERED, RELEASED, or RETURNED
           03 OE-State PIC X(12).
           03 OE-Buffer2 PIC X(4).
           *> the date of the run that recorded the event
           03 OE-EventDate PIC 9(8).
           03 OE-Buffer3 PIC X(4).
           *> how many units the event was about
           03 OE-Quantity PIC 9(3).
           03 OE-Buffer4 PIC X(4).
           *> the program that recorded the event
           03 OE-Program PIC X(16).
           03 OE-Buffer5 PIC X(9).
*> create a record to hold one printed line of the inquiry report
FD InquiryReport.
01 InquiryLine PIC X(120).
WORKING-STORAGE SECTION.
*> create a "boolean" flag to show whether the end of the requests has been reached
01 EndOfRequests PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the end of the status scan has been reached
01 EndOfStatusScan PIC A VALUE 'N'.
*> create a "boolean" flag set while the order being scanned is one being printed
01 PrintingOrder PIC A VALUE 'N'.
*> the order number the scan is walking the events of
01 ScanOrderNumber PIC 9(6) VALUE 0.
*> how many orders the current request printed
01 OrdersPrinted PIC 9(5) VALUE 0.
*> run totals for the closing display
01 RequestsRead PIC 9(5) VALUE 0.
01 RequestsRefused PIC 9(5) VALUE 0.
*> create edited fields used to lay out numbers in the printed report lines
01 DispOrderNumber PIC 9(6).
01 DispCustomerID PIC 9(5).
01 DispItemID PIC 9(6).
01 DispSequence PIC ZZZ9.
01 DispDate PIC 9(8).
01 DispLastDate PIC 9(8).
01 DispQuantity PIC ZZ9.
01 DispRejected PIC ZZ9.
01 DispUnits PIC ZZZZ9.
01 DispBackordered PIC ZZZZ9.
01 DispReturned PIC ZZZZ9.
01 DispOrders PIC ZZZZ9.
PROCEDURE DIVISION.
Open input InquiryRequests.
Open input OrderStatusFile.
Open output InquiryReport.
   *> answer every question keyed, however many there are
   Perform until EndOfRequests = 'Y'
       Read InquiryRequests
           AT END Move 'Y' to EndOfRequests
       end-read
       if EndOfRequests = 'N' then
           Add 1 to RequestsRead
           Perform AnswerRequest
       end-if
   end-perform.
Close InquiryReport.
Close OrderStatusFile.
Close InquiryRequests.
Display "OrderInquiry answered " RequestsRead " request(s), " RequestsRefused
    " not understood".
STOP RUN.
*> answers one keyed question, refusing (on the report, so the office sees why)
*> one whose type isn't O or C or whose key isn't numeric
AnswerRequest.
    Move 0 to OrdersPrinted.
    Move spaces to InquiryLine.
    Write InquiryLine.
    Evaluate IR-Type
        when 'O'
            if IR-OrderNumber is not numeric then
                Perform RefuseRequest
                exit paragraph
            end-if
            Perform PrintOneOrder
            if OrdersPrinted = 0 then
                Move IR-OrderNumber to DispOrderNumber
                Move spaces to InquiryLine
                String "ORDER " DispOrderNumber " IS NOT ON THE ORDER-STATUS FILE"
                    delimited by size into InquiryLine
                Write InquiryLine
            end-if
        when 'C'
            if IR-CustomerID is not numeric then
                Perform RefuseRequest
                exit paragraph
            end-if
            Perform PrintCustomerOrders
        when other
            Perform RefuseRequest
    end-evaluate.
*> notes a question the run couldn't make sense of on the report
RefuseRequest.
    Add 1 to RequestsRefused.
    Move spaces to InquiryLine.
    String "REQUEST NOT UNDERSTOOD: '" IR-Type IR-Buffer1 IR-Key
        "' - key O or C, then the order number or CustomerID in columns 6-11"
        delimited by size into InquiryLine.
    Write InquiryLine.
*> prints one order's summary and every event after it, starting the scan at the
*> order's summary record and stopping at the first record of the next order
PrintOneOrder.
    Move IR-OrderNumber to OS-OrderNumber.
    Move 0 to OS-Sequence.
    Move 'N' to EndOfStatusScan.
    Move 'N' to PrintingOrder.
    Start OrderStatusFile key >= OS-Key
        invalid key Move 'Y' to EndOfStatusScan
    end-start.
    Perform until EndOfStatusScan = 'Y'
        Read OrderStatusFile next
            AT END Move 'Y' to EndOfStatusScan
        end-read
        if EndOfStatusScan = 'N' then
            if OS-OrderNumber not = IR-OrderNumber then
                Move 'Y' to EndOfStatusScan
            else
                if OS-Sequence = 0 then
                    Perform PrintSummary
                else
                    Perform PrintEvent
                end-if
            end-if
        end-if
    end-perform.
*> walks the whole status file in order-number order, printing the summary and
*> events of every order the customer still has open; an order's events follow its
*> summary record in key order, so the summary decides whether they are printed
PrintCustomerOrders.
    Move 0 to OS-OrderNumber.
    Move 0 to OS-Sequence.
    Move 'N' to EndOfStatusScan.
    Move 'N' to PrintingOrder.
    Start OrderStatusFile key >= OS-Key
        invalid key Move 'Y' to EndOfStatusScan
    end-start.
    Perform until EndOfStatusScan = 'Y'
        Read OrderStatusFile next
            AT END Move 'Y' to EndOfStatusScan
        end-read
        if EndOfStatusScan = 'N' then
            if OS-Sequence = 0 then
                if OS-CustomerID = IR-CustomerID and OH-Open = 'Y' then
                    Perform PrintSummary
                else
                    Move 'N' to PrintingOrder
                end-if
            else
                if PrintingOrder = 'Y' and OS-OrderNumber = ScanOrderNumber then
                    Perform PrintEvent
                end-if
            end-if
        end-if
    end-perform.
    Move IR-CustomerID to DispCustomerID.
    Move OrdersPrinted to DispOrders.
    Move spaces to InquiryLine.
    if OrdersPrinted = 0 then
        String "CUSTOMER " DispCustomerID " HAS NO OPEN ORDERS"
            delimited by size into InquiryLine
    else
        String "CUSTOMER " DispCustomerID " HAS " DispOrders " OPEN ORDER(S)"
            delimited by size into InquiryLine
    end-if.
    Write InquiryLine.
*> prints the order's summary record - where it stands now and its running figures -
*> and the column heading for the events that follow it
PrintSummary.
    Add 1 to OrdersPrinted.
    Move 'Y' to PrintingOrder.
    Move OS-OrderNumber to ScanOrderNumber.
    Move OS-OrderNumber to DispOrderNumber.
    Move OS-CustomerID to DispCustomerID.
    Move OH-FirstDate to DispDate.
    Move OH-LastDate to DispLastDate.
    Move spaces to InquiryLine.
    String "ORDER " DispOrderNumber "  CUSTOMER " DispCustomerID "  NOW " OH-State
        "  OPEN " OH-Open "  FIRST SEEN " DispDate "  LAST EVENT " DispLastDate
        delimited by size into InquiryLine.
    Write InquiryLine.
    Move OH-ShippedUnits to DispUnits.
    Move OH-BackorderedUnits to DispBackordered.
    Move OH-ReturnedUnits to DispReturned.
    Move OH-RejectedLines to DispRejected.
    Move spaces to InquiryLine.
    String "   SHIPPED " DispUnits "  BACKORDERED " DispBackordered "  RETURNED "
        DispReturned "  REJECTED LINES " DispRejected "  ON CREDIT HOLD " OH-Held
        delimited by size into InquiryLine.
    Write InquiryLine.
    Move spaces to InquiryLine.
    String "    Seq  Date      ItemID  Event         Qty  Recorded by"
        delimited by size into InquiryLine.
    Write InquiryLine.
*> prints one event in the order's life
PrintEvent.
    Move OS-Sequence to DispSequence.
    Move OE-EventDate to DispDate.
    Move OE-ItemID to DispItemID.
    Move OE-Quantity to DispQuantity.
    Move spaces to InquiryLine.
    String "   " DispSequence "  " DispDate "  " DispItemID "  " OE-State "  "
        DispQuantity "  " OE-Program
        delimited by size into InquiryLine.
    Write InquiryLine.
