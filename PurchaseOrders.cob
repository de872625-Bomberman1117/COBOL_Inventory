*> PONumber.dat control file, which is read at the start of the run and
*> rewritten with the next unused number at the end. A reorder line whose
*> item carries no VendorID yet is reported and left off the POs - assign
*> the vendor through MasterMaintenance and let the next reorder pick it up;
*> its units come back off the item's on-order count so that reorder happens.
*> This run comes after the nightly run, so receiving reconciliation always
*> sees the PO lines still awaiting delivery from the last generation.
IDENTIFICATION DIVISION.
       *> what the vendor charges per unit; zeros while no cost has been loaded
       *> yet, and purchasing falls back to the retail Price with a warning
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received; raised
       *> when a reorder is placed and relieved as receiving matches the shipments,
       *> so InStock only ever counts what is actually on the shelf
       02 OnOrder PIC 9(3).
*> create a record for the indexed vendor master
FD VendorFile.
*> the record contains all information on a vendor given in the file including
        Display "WARNING: ItemID " ItemID in Item " has no vendor assigned; "
            "line left off the purchase orders"
        Add 1 to LinesSkipped
        *> no PO line will ever receive these units, so they come back off the
        *> item's on-order count and the next reorder check asks for them again
        if Amount in OrderData > OnOrder in Item then
            Move 0 to OnOrder in Item
        else
            Subtract Amount in OrderData from OnOrder in Item
        end-if
        Rewrite Item
        exit paragraph
    end-if.
    Add 1 to ReorderTableCount.
