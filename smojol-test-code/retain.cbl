      * default): records inside the window go to the xxxNEW file
      * the JCL swaps back over the live dataset, aged records go
      * to the cumulative archive, and the kept/archived counts are
      * reported per file. INVHIST is the INVHXTR unload of the
      * invoice-history KSDS, and the JCL reloads a redefined
      * cluster from its trimmed generation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
