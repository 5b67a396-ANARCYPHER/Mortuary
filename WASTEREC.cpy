      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared medical-waste container record layout for
      * WASTE-CONTAINER, the indexed file PRG112 (death112.cobol)
      * maintains - one record per regulated medical-waste container
      * the prep room starts, keyed by the container ID lettered on
      * it. A container accumulates from its start date until a
      * licensed hauler (a SUPPLIER-MASTER code) takes it away under
      * one of the hauler's manifests; the manifest number is an
      * alternate key so the containers shipped under a manifest
      * read back together for the inspector.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 WASTE-RECORD.
      *         COPY WASTEREC.
      *
           02 WC-CONTAINER-ID PIC X(10).
           02 FILLER PIC X.
           02 WC-WASTE-TYPE PIC X.
               88 WC-SHARPS VALUE 'S'.
               88 WC-BIOHAZARD VALUE 'B'.
               88 WC-PATHOLOGICAL VALUE 'P'.
      *    WC-WASTE-TYPE: S - sharps, B - biohazardous (red bag),
      *    P - pathological
           02 FILLER PIC X.
           02 WC-START-DATE PIC 9(8).
      *    WC-START-DATE: accumulation start - the day the first
      *    waste went into the container.
           02 FILLER PIC X.
           02 WC-WEIGHT PIC 9(4)V9.
      *    WC-WEIGHT: pounds, as last weighed.
           02 FILLER PIC X.
           02 WC-EMPID PIC 9(5).
      *    WC-EMPID: the EMPID generating the waste.
           02 FILLER PIC X.
           02 WC-STATUS PIC X.
               88 WC-ACCUMULATING VALUE 'A'.
               88 WC-PICKED-UP VALUE 'P'.
           02 FILLER PIC X.
           02 WC-MANIFEST PIC X(12).
      *    WC-MANIFEST: the hauler's manifest number the container
      *    left under, spaces while accumulating.
           02 FILLER PIC X.
           02 WC-HAULER PIC X(10).
      *    WC-HAULER: the hauler's SUP-CODE.
           02 FILLER PIC X.
           02 WC-PICKUP-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WC-RECORDED-BY PIC 9(5).
      *    WC-RECORDED-BY: signed-on EMPID who last updated the
      *    container.
