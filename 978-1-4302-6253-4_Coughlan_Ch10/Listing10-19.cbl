* quantity (opening stock that predates costing, or a transaction the
* nightly run rejected) are counted and reported rather than driving
* a layer negative.
* A ReturnToSupplier (type 8) sends goods back against the delivery
* they came in on, so it is taken from the gadget's newest surviving
* layer first - the reverse of a sale - and the cost value handed
* back is totalled for agreement with the debit notes Listing10-31
* raises.  Returns beyond the layered quantity are counted and
* reported in the same way as subtractions.  A return sent back
* from quarantine (location 4) is left alone: quarantined units came
* back from customers after their layers were consumed, so they have
* no layer to reverse.
* A CustomerReturn (type 9) in resaleable condition goes back on the
* shelf and is layered like a StockAddition at today's supplier
* cost; a faulty or damaged one goes to quarantine and creates no
* layer.
* The surviving layers are rewritten in GadgetID-within-date order
* for the month-end valuation run (Listing10-20) to price the stock.

   02 TypeCode-TF           PIC 9.
       88 StockAddition     VALUE 4.
       88 StockSubtraction  VALUE 5.
       88 ReturnToSupplier  VALUE 8.
       88 CustomerReturn    VALUE 9.
   02 GadgetID-TF           PIC 9(7).
   02 Qty-TF                PIC 9(4).
   02 Location-TF           PIC 9.
      88 FromQuarantine     VALUE 4.
   02 ConditionCode-TF      PIC XX.
      88 ReturnResaleable   VALUE "RS".
   02 FILLER                PIC X(57).

*  Supplier cost prices keyed on GadgetID - what the supplier
*  charges today, maintained by the buying office.
01 LayersDropped           PIC 9(4) VALUE ZERO.
01 CostRowsDropped         PIC 9(4) VALUE ZERO.
01 LayersWritten           PIC 9(4) VALUE ZERO.
01 ReturnsReversed         PIC 9(4) VALUE ZERO.
01 UnlayeredReturns        PIC 9(4) VALUE ZERO.
01 ReturnedCostValue       PIC 9(7)V99 VALUE ZERO.
01 PrnCostValue            PIC Z,ZZZ,ZZ9.99.
01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".
   DISPLAY "Additions with no cost price   - " PrnCount
   MOVE UnlayeredSubtractions TO PrnCount
   DISPLAY "Subtractions beyond the layers - " PrnCount
   MOVE ReturnsReversed TO PrnCount
   DISPLAY "Returns to supplier reversed   - " PrnCount
   MOVE UnlayeredReturns TO PrnCount
   DISPLAY "Returns beyond the layers      - " PrnCount
   MOVE ReturnedCostValue TO PrnCostValue
   DISPLAY "Cost value returned            - " PrnCostValue
   IF LayersDropped NOT = ZERO
      MOVE LayersDropped TO PrnCount
      DISPLAY "Layer table full - layers lost - " PrnCount
   EVALUATE TRUE
       WHEN StockAddition    PERFORM CreateLayerForAddition
       WHEN StockSubtraction PERFORM ConsumeLayersForSubtraction
       WHEN ReturnToSupplier AND NOT FromQuarantine
            PERFORM ReverseLayersForReturn
       WHEN CustomerReturn AND ReturnResaleable
            PERFORM CreateLayerForAddition
       WHEN OTHER            CONTINUE
   END-EVALUATE
   READ ArchiveTransFile
      ADD 1 TO UnlayeredSubtractions
   END-IF.

ReverseLayersForReturn.
*  Newest layer first - the layer table is date ascending within the
*  gadget, so the gadget's layers are walked from the end backwards.
   MOVE Qty-TF TO QtyStillToConsume
   PERFORM VARYING LayerIdx FROM LayerCount BY -1
           UNTIL LayerIdx < 1 OR QtyStillToConsume = ZERO
      IF LT-GadgetID(LayerIdx) = GadgetID-TF
         AND LT-QtyRemaining(LayerIdx) > ZERO
         IF LT-QtyRemaining(LayerIdx) NOT GREATER THAN
            QtyStillToConsume
            MOVE LT-QtyRemaining(LayerIdx) TO QtyFromThisLayer
            ADD 1 TO LayersExhausted
         ELSE
            MOVE QtyStillToConsume TO QtyFromThisLayer
         END-IF
         SUBTRACT QtyFromThisLayer FROM LT-QtyRemaining(LayerIdx)
         SUBTRACT QtyFromThisLayer FROM QtyStillToConsume
         COMPUTE ReturnedCostValue = ReturnedCostValue +
                 (QtyFromThisLayer * LT-UnitCost(LayerIdx))
      END-IF
   END-PERFORM
   ADD 1 TO ReturnsReversed
   IF QtyStillToConsume > ZERO
      ADD 1 TO UnlayeredReturns
   END-IF.

RewriteLayerFiles.
*  Exhausted layers are dropped; the survivors are written to the new
*  generation and then copied back over the current file, the
