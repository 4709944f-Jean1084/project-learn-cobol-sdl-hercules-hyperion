      *------------------------------------------------------------
      * LTRHIST - letter history, one record per letter printed by
      * GRTLETTR (a household letter is recorded under the main
      * contact and under each member it is addressed to), keyed
      * by customer + campaign + cycle date so that all the letters
      * of a customer read back in order with a START on the
      * CUST-ID. GRTLETTR checks it before mailing a
      * campaign that excludes customers already served; CUSTINQ
      * shows it on the detail screen; CUSTPURG erases a customer's
      * records on a right-to-erasure purge. LTH-DESTINATAIRE is
      * 'P' on the record of the customer the letter was addressed
      * to and 'C' on those of the household members named on it
      * (blank on records written before households = 'P'); only
      * 'P' records count as letters printed, e.g. for AGCFACT.
      *------------------------------------------------------------
       01  LETTRE-HIST-RECORD.
           05 LTH-CLE.
               10 LTH-CUST-ID         PIC 9(9).
               10 LTH-CAMPAGNE        PIC X(8).
               10 LTH-DATE-CYCLE      PIC X(8).
           05 LTH-MODELE              PIC X(1).
           05 LTH-LANGUE              PIC X(2).
           05 LTH-TIMESTAMP           PIC X(14).
           05 LTH-DESTINATAIRE        PIC X(1).
               88 LTH-DESTINATAIRE-PRINCIPAL VALUE 'P' ' '.
               88 LTH-CO-DESTINATAIRE VALUE 'C'.
           05 FILLER                  PIC X(7).
