*> still over the limit. Orders neither approved nor affordable stay on the
*> queue, which is rewritten through a temp-file-and-rename so a crash
*> mid-write can't truncate it. Run this after the day's payments have
*> posted and before the nightly run picks the transaction file up. Each
*> released order's lines are recorded as HOLD RELEASED on OrderStatus.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. ReleaseHolds.
AUTHOR. Adam Buerger.
       SELECT OPTIONAL CreditOverrides ASSIGN TO "CreditOverrides.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the order-status file, keyed on order number and event sequence: each order
       *> has a summary record (sequence 0000) and one record per event in its life,
       *> so the inquiry run can answer "where is my order" from one file. OPTIONAL so
       *> the first event recorded creates it
       SELECT OPTIONAL OrderStatusFile ASSIGN TO "OrderStatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OS-Key.
       *> the job-stream run-control file every program in the daily cycle stamps
       *> its start and clean finish into, so an out-of-order launch or a second
       *> launch against the same day's input can be refused instead of posting
       *> the most the office will let the customer run the balance up to; zeros means
       *> no limit has been assigned and held orders release on the balance check
       02 CreditLimit PIC 9(5)V99.
       02 Buffer3 PIC X(5).
       *> the contract price tier the customer buys at off PriceList.dat; a space means
       *> no tier, and only a contract line naming the customer itself beats list price
       02 PriceTier PIC A.
       02 Buffer4 PIC X(5).
       *> the warehouse the customer's orders ship from first; other warehouses are
       *> drawn on before a line goes to backorder. spaces means no preference
       02 DefaultWarehouse PIC X(4).
       02 Buffer5 PIC X(5).
       *> the sales rep who owns the account off SalesReps.dat; zeros means the
       *> account is house business and earns nobody commission
       02 SalesRep PIC 9(3).
*> create a record for the indexed inventory master
FD InventoryFile.
*> This record contains all information about an item in stock including
       *> what the vendor charges per unit; zeros while no cost has been loaded
       *> yet, and purchasing falls back to the retail Price with a warning
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received; raised
       *> when a reorder is placed and relieved as receiving matches the shipments,
       *> so InStock only ever counts what is actually on the shelf
       02 OnOrder PIC 9(3).
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
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
       02 HL-Quantity PIC 9(3).
*> create a counter variable to cycle through the held order's detail lines
01 OrderLineIndex PIC 99 VALUE 1.
*> the order-status event being recorded, staged by the caller for RecordOrderStatus
01 StatusOrderNumber PIC 9(6) VALUE 0.
01 StatusCustomerID PIC 9(5) VALUE 0.
01 StatusItemID PIC 9(6) VALUE 0.
01 StatusState PIC X(12) VALUE SPACES.
01 StatusQuantity PIC 9(3) VALUE 0.
01 StatusDate PIC 9(8) VALUE 0.
*> create a "boolean" value to store whether the order already has a summary record
01 FoundOrderStatus PIC A VALUE 'N'.
*> the sequence number the event being recorded is filed under
01 StatusSequence PIC 9(4) VALUE 0.
*> create a "boolean" value to store whether the current order is office-approved
01 FoundApproval PIC A VALUE 'N'.
*> create a "boolean" value to store whether the hold's CustomerID is still on the master
Perform ReadApprovals. *> read in which order numbers the office approved
Open i-o CustomerFile. *> the indexed masters stay open for keyed lookups all run
Open i-o InventoryFile.
Open i-o OrderStatusFile.
Open input HeldTransactions.
Open output HeldRewrite. *> still-held orders go straight here; renamed over the queue at the end
Open extend TransactionFile.
Perform ClearApprovals. *> every approval has now been acted on, so none carry forward
Close CustomerFile.
Close InventoryFile.
Close OrderStatusFile.
Display "ReleaseHolds released " OrdersReleased " order(s), kept " OrdersKept
    " still held".
Move "FINISHED" to StampStatus.
ReleaseOrder.
    Add 1 to OrdersReleased.
    Perform WriteOrderRecords.
    *> the order is off the hold queue and on its way back to the nightly
    Move CO-OrderNumber to StatusOrderNumber.
    Move CO-CustomerID to StatusCustomerID.
    Move ControlDate to StatusDate.
    Move "HOLD RELEASED" to StatusState.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        Move HL-ItemID in HeldLine(OrderLineIndex) to StatusItemID
        Move HL-Quantity in HeldLine(OrderLineIndex) to StatusQuantity
        Perform RecordOrderStatus
        Add 1 to OrderLineIndex
    end-perform.
*> records one event in the order's life on OrderStatus.dat: the order's summary
*> record (sequence 0000) is read - or set up, the first time the order is seen - and
*> its running figures and open flag are brought up to date, then the event itself is
*> written under the order's next sequence number
RecordOrderStatus.
    Move StatusOrderNumber to OS-OrderNumber.
    Move 0 to OS-Sequence.
    Read OrderStatusFile
        invalid key Move 'N' to FoundOrderStatus
        not invalid key Move 'Y' to FoundOrderStatus
    end-read.
    if FoundOrderStatus = 'N' then
        Initialize OrderStatus
        Move StatusOrderNumber to OS-OrderNumber
        Move 0 to OS-Sequence
        Move StatusCustomerID to OS-CustomerID
        Move StatusDate to OH-FirstDate
        Move 'N' to OH-Held
        Move 0 to OH-RejectedLines
        Move 0 to OH-BackorderedUnits
        Move 0 to OH-ShippedUnits
        Move 0 to OH-ReturnedUnits
        Move 1 to OH-NextSequence
    end-if.
    if OH-NextSequence = 9999 then
        Display "WARNING: order " StatusOrderNumber " has more events than "
            "OrderStatus.dat can number; " StatusState " event not recorded"
        exit paragraph
    end-if.
    Evaluate StatusState
        When "HELD"
            Move 'Y' to OH-Held
        When "HOLD RELEASED"
            Move 'N' to OH-Held
        When "REJECTED"
            Add 1 to OH-RejectedLines
        When "CORRECTED"
            if OH-RejectedLines > 0 then
                Subtract 1 from OH-RejectedLines
            end-if
        When "POSTED"
        When "PARTIAL"
            Add StatusQuantity to OH-ShippedUnits
        When "BACKORDERED"
            Add StatusQuantity to OH-BackorderedUnits
        When "RELEASED"
            Add StatusQuantity to OH-ShippedUnits
            if StatusQuantity > OH-BackorderedUnits then
                Move 0 to OH-BackorderedUnits
            else
                Subtract StatusQuantity from OH-BackorderedUnits
            end-if
        When "RETURNED"
            Add StatusQuantity to OH-ReturnedUnits
    end-evaluate.
    Move StatusState to OH-State.
    Move StatusDate to OH-LastDate.
    Move OH-NextSequence to StatusSequence.
    Add 1 to OH-NextSequence.
    if OH-Held = 'Y' or OH-RejectedLines > 0 or OH-BackorderedUnits > 0
            or OH-State = "RECEIVED" or OH-State = "HOLD RELEASED" then
        Move 'Y' to OH-Open
    else
        Move 'N' to OH-Open
    end-if.
    if FoundOrderStatus = 'Y' then
        Rewrite OrderStatus
    else
        Write OrderStatus
    end-if.
    Initialize OrderStatus.
    Move StatusOrderNumber to OS-OrderNumber.
    Move StatusSequence to OS-Sequence.
    Move StatusCustomerID to OS-CustomerID.
    Move StatusItemID to OE-ItemID.
    Move StatusState to OE-State.
    Move StatusDate to OE-EventDate.
    Move StatusQuantity to OE-Quantity.
    Move OwnProgramName to OE-Program.
    Write OrderStatus
        invalid key
            Display "WARNING: order " StatusOrderNumber " event " StatusSequence
                " is already on OrderStatus.dat; " StatusState " event not recorded"
    end-write.
*> writes the still-held order back out through the same record builder, bound for
*> the rewritten queue instead of the transaction file
KeepOrder.
