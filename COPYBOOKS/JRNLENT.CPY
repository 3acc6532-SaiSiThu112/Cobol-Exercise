           05 JE-POSTED-FLAG         PIC X(01).
               88 JE-POSTED              VALUE 'P'.
               88 JE-UNPOSTED            VALUE 'N' SPACE.
      *> where the line came from, so a balance can be traced back
      *> to the document behind it: the feeder's source-system code,
      *> its own reference for that document and the date of the
      *> transaction itself. The reference is laid out per source -
      *> the job name for a batch run (looked up on RUN-CONTROL),
      *> vendor and invoice for payables, PO and item for a receipt,
      *> student, term and line type for tuition. Overhead
      *> allocation lines carry the job name, period, run number
      *> and A or R, so a run can be reversed as a set. Lines written
      *> before the source was carried read as spaces here.
           05 JE-SOURCE-SYSTEM       PIC X(04).
               88 JE-FROM-PAYROLL        VALUE 'PAYR'.
               88 JE-FROM-BONUS-RUN      VALUE 'BONS'.
               88 JE-FROM-SETTLEMENT     VALUE 'FSET'.
               88 JE-FROM-EXPENSES       VALUE 'EXPN'.
               88 JE-FROM-INVENTORY-VAL  VALUE 'INVA'.
               88 JE-FROM-DEPRECIATION   VALUE 'FADP'.
               88 JE-FROM-FX-REVALUATION VALUE 'FXRV'.
               88 JE-FROM-TUITION        VALUE 'TUIT'.
               88 JE-FROM-PO-RECEIPT     VALUE 'PORC'.
               88 JE-FROM-LANDED-COST    VALUE 'LAND'.
               88 JE-FROM-AP-INVOICE     VALUE 'APIN'.
               88 JE-FROM-AP-PAYMENT     VALUE 'APPY'.
               88 JE-FROM-SALES-INVOICE  VALUE 'SINV'.
               88 JE-FROM-CUSTOMER-RETURN VALUE 'CRTN'.
               88 JE-FROM-ASSET-DISPOSAL VALUE 'FAMT'.
               88 JE-FROM-RECURRING      VALUE 'GLRC'.
               88 JE-FROM-REVERSAL       VALUE 'GLRV'.
               88 JE-FROM-YEAR-END       VALUE 'YECL'.
               88 JE-FROM-OVERHEAD       VALUE 'OHAL'.
               88 JE-FROM-BATCH-RUN      VALUE 'PAYR' 'BONS' 'FSET'
                                               'EXPN' 'INVA' 'FADP'
                                               'FXRV' 'OHAL'.
           05 JE-DOCUMENT-REF        PIC X(20).
           05 JE-TRANS-DATE          PIC 9(08).
