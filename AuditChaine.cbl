000330*                       RETURN-CODE 8 des qu'un ecart bloquant
000340*                       est releve pour arreter l'enchainement
000350*                       des jobs.
000351*  15/10/2026  PDU     Postes Ent031 de frais de rejet de
000352*                       prelevement (type 'R') exclus du
000353*                       rapprochement avec l'historique : ils
000354*                       ne correspondent a aucune piece Ent030.
000355*  15/10/2026  PDU     Lignes Ent032 d'une facture recapitulative
000356*                       mensuelle : rattachees a leur commande
000357*                       d'origine, elles sont rapprochees de
000358*                       l'entete Ent030 unique par le numero de
000359*                       facture.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380*================================================================
001950       15 W-AUD-CPT-DET    PIC 9(07).
001952       15 W-AUD-CPT-ENT    PIC 9(05).
001960       15 W-AUD-POSTE      PIC X(01).
001965       15 W-AUD-NUM-FACT   PIC 9(05).
001970*
001980*   ARGUMENTS DE RECHERCHE :
001990 01 W-AUD-RECH-CMD       PIC  9(05).
002000 01 W-AUD-RECH-TYP       PIC  X(01).
002005 01 W-AUD-RECH-FACT      PIC  9(05).
002010*
002020*   ECART DE RAPPROCHEMENT :
002030 01 W-ECART              PIC S9(11)V99.
003740     MOVE ZERO             TO W-AUD-CPT-DET (W-NBR-HIST).
003745     MOVE 1                TO W-AUD-CPT-ENT (W-NBR-HIST).
003750     MOVE SPACE            TO W-AUD-POSTE   (W-NBR-HIST).
003751     IF NUM-FACT-HIST NUMERIC
003752        MOVE NUM-FACT-HIST    TO W-AUD-NUM-FACT (W-NBR-HIST)
003753     ELSE
003754        MOVE ZERO             TO W-AUD-NUM-FACT (W-NBR-HIST)
003755     END-IF.
003760 TRAITE-ENTETE-SUITE.
003770     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
003780 TRAITE-ENTETE-EXIT.
004150     MOVE NUM-CMD-DET   TO W-AUD-RECH-CMD.
004160     MOVE TYP-PIECE-DET TO W-AUD-RECH-TYP.
004170     PERFORM CHERCHE-PIECE THRU CHERCHE-PIECE-EXIT.
004171     IF PIECE-INCONNUE
004172        AND TYP-PIECE-DET = 'F'
004173        AND NUM-FACT-DET NUMERIC
004174        AND NUM-FACT-DET > ZERO
004175          MOVE NUM-FACT-DET TO W-AUD-RECH-FACT
004176          PERFORM CHERCHE-PIECE-FACT THRU CHERCHE-PIECE-FACT-EXIT
004177     END-IF.
004180     IF PIECE-INCONNUE
004190        ADD 1 TO W-CPT-BLOQUANT
004200        MOVE SPACES TO LIGNE-AUD
004820*    SANS PIECE EN BLOQUANT, ECART DE MONTANT EN BLOQUANT
004830*----------------------------------------------------------------
004840 TRAITE-POSTE.
004842*    SEULS LES POSTES FACTURE ET AVOIR ONT UNE PIECE ENT030.
004844     IF TYP-LET NOT = 'F' AND TYP-LET NOT = 'A'
004846        GO TO TRAITE-POSTE-SUITE
004848     END-IF.
004850     MOVE NUM-CMD-LET TO W-AUD-RECH-CMD.
004860     MOVE TYP-LET     TO W-AUD-RECH-TYP.
004870     PERFORM CHERCHE-PIECE THRU CHERCHE-PIECE-EXIT.
006790     WRITE LIGNE-AUD.
006800 REND-COMPTE-EXIT.
006810        EXIT.
006820*----------------------------------------------------------------
006830*    RECHERCHE D'UNE FACTURE PAR SON NUMERO (LIGNE D'UNE FACTURE
006840*    RECAPITULATIVE RATTACHEE A UNE AUTRE COMMANDE QUE L'ENTETE)
006850*----------------------------------------------------------------
006860 CHERCHE-PIECE-FACT.
006870     SET PIECE-TROUVEE TO TRUE.
006880     IF W-NBR-HIST = ZERO
006890        SET PIECE-INCONNUE TO TRUE
006900        GO TO CHERCHE-PIECE-FACT-EXIT
006910     END-IF.
006920     SET IND-AUD TO 1.
006930     SEARCH W-AUD
006940        AT END
006950           SET PIECE-INCONNUE TO TRUE
006960        WHEN W-AUD-NUM-FACT (IND-AUD) = W-AUD-RECH-FACT
006970         AND W-AUD-TYP (IND-AUD) = W-AUD-RECH-TYP
006980           CONTINUE
006990     END-SEARCH.
007000 CHERCHE-PIECE-FACT-EXIT.
007010        EXIT.
