      *****************************************************************
      * Country rules for postal addresses, shared by EXO12 (address
      * capture) and the label chain (ETIQPRT, ETIQCP). One entry per
      * country accepted in Adresses12 (PAYS-ADR, ISO 2-letter code):
      *   CODE-PAYS-TAB   ISO code keyed in EXO12 (FR when omitted).
      *   NOM-PAYS-TAB    name printed as the last label line for
      *                   mail leaving France (blank line for FR).
      *   LONG-CP-PAYS-TAB number of digits of the postal code; the
      *                   rest of CP-ADR must be spaces.
      *   ORDRE-PAYS-TAB  street line order on the label : N = house
      *                   number then street (French usage), R =
      *                   street then house number.
      *   REFCP-PAYS-TAB  O = postal code and town are checked
      *                   against the French reference table RefCP.
      *****************************************************************
           02 NB-PAYS-TAB PIC 99 VALUE 8.
           02 LISTE-PAYS.
              03 FILLER PIC X(20) VALUE 'FRFRANCE         5NO'.
              03 FILLER PIC X(20) VALUE 'MCMONACO         5NN'.
              03 FILLER PIC X(20) VALUE 'BEBELGIQUE       4RN'.
              03 FILLER PIC X(20) VALUE 'LULUXEMBOURG     4RN'.
              03 FILLER PIC X(20) VALUE 'CHSUISSE         4RN'.
              03 FILLER PIC X(20) VALUE 'DEALLEMAGNE      5RN'.
              03 FILLER PIC X(20) VALUE 'ESESPAGNE        5RN'.
              03 FILLER PIC X(20) VALUE 'ITITALIE         5RN'.
           02 TABLE-PAYS REDEFINES LISTE-PAYS.
              03 PAYS-TAB OCCURS 8 TIMES.
                 04 CODE-PAYS-TAB PIC X(2).
                 04 NOM-PAYS-TAB PIC X(15).
                 04 LONG-CP-PAYS-TAB PIC 9.
                 04 ORDRE-PAYS-TAB PIC X.
                 04 REFCP-PAYS-TAB PIC X.
