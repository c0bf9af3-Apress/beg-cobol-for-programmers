IDENTIFICATION DIVISION.
PROGRAM-ID. PostGLJournal IS INITIAL.
AUTHOR. Michael Coughlan.
*Shared general ledger posting service - the same shared-service
*shape as CatalogueReport (Listing16-13sub).
*Finance used to re-key the month's totals from the payroll
*register, the billing run, the invoice register, the stock
*valuation and the parts sales journal into the ledger by hand.
*Each of those runs now calls here once per journal line instead,
*with its source system, the batch id of the run (the date and time
*it started), whether the batch replaces the source's earlier
*batches for the period (R - a rerun of a period-end run) or adds to
*them (A - a day's invoicing), the ledger period, the line's mapping
*item, an optional cost centre, and the debit or credit amount.
*The item is looked up on the shared account-mapping reference file
*(GLAccountMap.dat - source system, item, ledger account code,
*default cost centre and description, maintained by finance) and the
*line is appended to the common GL interface file with the account
*code, and the caller's cost centre or else the map's.  An item not
*on the map is still written, with no account code, so the
*consolidation run (Listing16-20) rejects the batch and says which
*item wants mapping.  A line with neither debit nor credit is not
*written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AccountMapFile ASSIGN TO "GLAccountMap.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AccountMapStatus.

       SELECT GLInterfaceFile ASSIGN TO "GLInterface.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLInterfaceStatus.

DATA DIVISION.
FILE SECTION.
FD AccountMapFile.
01 AccountMapRec.
   88 EndOfAccountMap  VALUE HIGH-VALUES.
   02 Source-MAP       PIC X(8).
   02 Item-MAP         PIC X(8).
   02 Account-MAP      PIC X(6).
   02 CostCentre-MAP   PIC X(4).
   02 Description-MAP  PIC X(24).

FD GLInterfaceFile.
01 GLInterfaceRec.
   02 Source-GL        PIC X(8).
   02 BatchId-GL       PIC X(14).
   02 BatchType-GL     PIC X.
   02 Period-GL        PIC 9(6).
   02 Item-GL          PIC X(8).
   02 Account-GL       PIC X(6).
   02 CostCentre-GL    PIC X(4).
   02 Debit-GL         PIC 9(9)V99.
   02 Credit-GL        PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 AccountMapStatus    PIC XX.
   88 NoAccountMap     VALUE "35".
01 GLInterfaceStatus   PIC XX.
   88 NoInterfaceYet   VALUE "35".

01 FILLER              PIC X VALUE "n".
   88 ItemMapped       VALUE "y".
   88 ItemNotMapped    VALUE "n".

LINKAGE SECTION.
01 GLSourceIn          PIC X(8).
01 GLBatchIdIn         PIC X(14).
01 GLBatchTypeIn       PIC X.
01 GLPeriodIn          PIC 9(6).
01 GLItemIn            PIC X(8).
01 GLCostCentreIn      PIC X(4).
01 GLDebitIn           PIC 9(9)V99.
01 GLCreditIn          PIC 9(9)V99.

PROCEDURE DIVISION USING GLSourceIn, GLBatchIdIn, GLBatchTypeIn,
                         GLPeriodIn, GLItemIn, GLCostCentreIn,
                         GLDebitIn, GLCreditIn.
Begin.
   IF GLDebitIn = ZERO AND GLCreditIn = ZERO
      EXIT PROGRAM
   END-IF
   MOVE SPACES TO Account-GL, CostCentre-GL
   OPEN INPUT AccountMapFile
   IF NOT NoAccountMap
      SET ItemNotMapped TO TRUE
      READ AccountMapFile
         AT END SET EndOfAccountMap TO TRUE
      END-READ
      PERFORM UNTIL EndOfAccountMap OR ItemMapped
         IF Source-MAP = GLSourceIn AND Item-MAP = GLItemIn
            SET ItemMapped TO TRUE
            MOVE Account-MAP    TO Account-GL
            MOVE CostCentre-MAP TO CostCentre-GL
         ELSE
            READ AccountMapFile
               AT END SET EndOfAccountMap TO TRUE
            END-READ
         END-IF
      END-PERFORM
      CLOSE AccountMapFile
   END-IF
   IF GLCostCentreIn NOT = SPACES
      MOVE GLCostCentreIn TO CostCentre-GL
   END-IF
   MOVE GLSourceIn    TO Source-GL
   MOVE GLBatchIdIn   TO BatchId-GL
   MOVE GLBatchTypeIn TO BatchType-GL
   MOVE GLPeriodIn    TO Period-GL
   MOVE GLItemIn      TO Item-GL
   MOVE GLDebitIn     TO Debit-GL
   MOVE GLCreditIn    TO Credit-GL
   OPEN EXTEND GLInterfaceFile
   IF NoInterfaceYet
      OPEN OUTPUT GLInterfaceFile
   END-IF
   WRITE GLInterfaceRec
   CLOSE GLInterfaceFile
   EXIT PROGRAM.
END PROGRAM PostGLJournal.
