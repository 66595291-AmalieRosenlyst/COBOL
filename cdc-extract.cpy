      * Natligt aendringsudtraek til datavarehuset
      * (cdc-extract-<loebenummer>.txt), skrevet af CDCEXT. Felterne
      * deles i eet layout; CX-RECORD-TYPE siger hvilke der er
      * udfyldt:
      *   "H" = hoved: loebenummer, forrige loebenummer,
      *         koerselsdato og CX-MODE ("D" = aendringer siden
      *         sidste levering, "F" = fuldt oejebliksbillede, hvor
      *         varehuset toemmer sine tabeller foer indlaesning)
      *   "C" = en indsat, aendret eller slettet kunde, konto,
      *         kort, laan eller staaende ordre: CX-OPERATION "I"/"U"/
      *         "D", noegle, aendringstidspunkt og program, navnene
      *         paa de aendrede felter (kun "U") og raekkebilledet i
      *         masterens eget layout - efter-billedet, for "D" det
      *         sidste billede foer sletningen
      *   "P" = postering fra den validerede transaktionsfil siden
      *         sidste levering (raekkebilledet i transactions.cpy-
      *         layout, noeglen er TRANSACTION-REF)
      *   "T" = trailer: antal raekker, antal pr. operation og
      *         beloebssum af "P"
      * CX-RECORD-NUMBER taeller raekkerne i leverancen fra 1 (hoved)
      * til trailer; varehuset afviser en levering hvis forrige
      * loebenummer ikke er det sidst modtagne eller raekkeantallet
      * ikke stemmer med traileren.
           02 CX-RECORD-TYPE           PIC X(1) VALUE SPACES.
           02 CX-SEQUENCE              PIC 9(8) VALUE ZEROES.
           02 CX-RECORD-NUMBER         PIC 9(8) VALUE ZEROES.
      * CUSTOMER, ACCOUNT, CARD, LOAN, STANDORD eller POSTING.
           02 CX-ENTITY                PIC X(8) VALUE SPACES.
           02 CX-OPERATION             PIC X(1) VALUE SPACES.
           02 CX-KEY                   PIC X(44) VALUE SPACES.
           02 CX-CHANGE-TIMESTAMP      PIC X(19) VALUE SPACES.
           02 CX-SOURCE-PROGRAM        PIC X(10) VALUE SPACES.
           02 CX-CHANGED-FIELDS        PIC X(300) VALUE SPACES.
           02 CX-IMAGE                 PIC X(400) VALUE SPACES.
           02 CX-PREVIOUS-SEQUENCE     PIC 9(8) VALUE ZEROES.
           02 CX-RUN-DATE              PIC X(8) VALUE SPACES.
           02 CX-MODE                  PIC X(1) VALUE SPACES.
           02 CX-RECORD-COUNT          PIC 9(8) VALUE ZEROES.
           02 CX-INSERT-COUNT          PIC 9(8) VALUE ZEROES.
           02 CX-UPDATE-COUNT          PIC 9(8) VALUE ZEROES.
           02 CX-DELETE-COUNT          PIC 9(8) VALUE ZEROES.
           02 CX-POSTING-COUNT         PIC 9(8) VALUE ZEROES.
           02 CX-AMOUNT-TOTAL          PIC 9(11)V99 VALUE ZEROES.
