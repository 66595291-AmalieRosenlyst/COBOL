      *    netter deres originals side ud. Rapporterne uden behov
      *    for linjeniveau laeser aggregaterne; en dag der
      *    allerede staar i filen aggregeres ikke igen.
      *    Kontantposteringer (kasse uden modpart, haeveautomat) og
      *    overfoersler til udenlandske banker summeres for sig, saa
      *    AMLRISK kan vaegte kundens kontant- og udlandsandel.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYAGG.

           02 AG-CREDIT-COUNT           PIC 9(6) VALUE ZEROES.
           02 AG-CREDIT-SUM             PIC 9(11)V99 VALUE ZEROES.
           02 AG-MAX-SINGLE             PIC 9(7)V99 VALUE ZEROES.
           02 AG-CASH-COUNT             PIC 9(6) VALUE ZEROES.
           02 AG-CASH-SUM               PIC 9(11)V99 VALUE ZEROES.
           02 AG-XBORDER-COUNT          PIC 9(6) VALUE ZEROES.
           02 AG-XBORDER-SUM            PIC 9(11)V99 VALUE ZEROES.
       01 agg-count                     PIC 9(4) VALUE ZEROES.
       01 agg-slot                      PIC 9(4) VALUE ZEROES.

           MOVE AG-CREDIT-COUNT(idx-agg) TO DA-OUT-CREDIT-COUNT
           MOVE AG-CREDIT-SUM(idx-agg) TO DA-OUT-CREDIT-SUM
           MOVE AG-MAX-SINGLE(idx-agg) TO DA-OUT-MAX-SINGLE
           MOVE AG-CASH-COUNT(idx-agg) TO DA-OUT-CASH-COUNT
           MOVE AG-CASH-SUM(idx-agg) TO DA-OUT-CASH-SUM
           MOVE AG-XBORDER-COUNT(idx-agg) TO DA-OUT-XBORDER-COUNT
           MOVE AG-XBORDER-SUM(idx-agg) TO DA-OUT-XBORDER-SUM
           WRITE OUTPUT-AGGREGATE-RECORD
       END-PERFORM.
       CLOSE OUTPUT-AGGREGATES.
                   > AG-MAX-SINGLE(agg-slot)
               MOVE AMOUNT OF TRANSACTION-RECORD
                   TO AG-MAX-SINGLE(agg-slot)
           END-IF
           PERFORM APPLY-CASH-AND-XBORDER.
       EXIT.

      * Kontant: en "I"/"D" tastet ved kassen (operatoer-id) uden
      * modpartskonto eller overfoerselsreference, eller en
      * haevning i automat fra netvaerksfilen. Udland: EXTXFER's
      * debiteringsben til en udenlandsk bank, som har reference
      * og modpart men intet REG-NR. Tilbagefoersler roerer ikke
      * disse summer - de er en indikator, ikke en saldo.
       APPLY-CASH-AND-XBORDER.
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
                   OR TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               IF OPERATOR-ID OF TRANSACTION-RECORD NOT = SPACES
                   AND COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
                       = SPACES
                   AND TRANSFER-REF OF TRANSACTION-RECORD = SPACES
                   ADD 1 TO AG-CASH-COUNT(agg-slot)
                   ADD AMOUNT OF TRANSACTION-RECORD
                       TO AG-CASH-SUM(agg-slot)
               ELSE
               IF OWNER OF TRANSACTION-RECORD(1:13) = "Haeveautomat "
                   ADD 1 TO AG-CASH-COUNT(agg-slot)
                   ADD AMOUNT OF TRANSACTION-RECORD
                       TO AG-CASH-SUM(agg-slot)
               END-IF
               END-IF
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND TRANSFER-REF OF TRANSACTION-RECORD NOT = SPACES
               AND COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
                   NOT = SPACES
               AND REG-NR OF TRANSACTION-RECORD = SPACES
               ADD 1 TO AG-XBORDER-COUNT(agg-slot)
               ADD AMOUNT OF TRANSACTION-RECORD
                   TO AG-XBORDER-SUM(agg-slot)
           END-IF.
       EXIT.
