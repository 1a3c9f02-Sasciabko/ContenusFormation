000330*                       date d'echeance (date de facture a
000331*                       defaut) pour le calcul du niveau de
000332*                       relance.
000333*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000334*                       250 caracteres : numero SIREN et numero
000335*                       de TVA intracommunautaire du client
000336*                       (facturation electronique).
000337*  15/10/2026  PDU     Les factures en litige ouvert dans le
000338*                       fichier des litiges Ent089 (MAJLIT) ne
000339*                       sont plus relancees ; elles sont comptees
000340*                       au recapitulatif.
000341*  15/10/2026  PDU     Type de poste (F facture, R frais de
000342*                       rejet de prelevement) ajoute a la cle du
000343*                       suivi Ent057/Ent058 ; lettre propre aux
000344*                       frais de rejet. Suivi ancien sans type
000345*                       lu comme facture.
000346*================================================================
000347 ENVIRONMENT DIVISION.
000350*================================================================
000360 CONFIGURATION SECTION.
000370*    ---
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS FS-ENT059.
000650*
000651     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000652            ORGANIZATION IS INDEXED
000653            ACCESS MODE IS RANDOM
000654            RECORD KEY IS NUM-FACT-LIT
000655            FILE STATUS IS FS-ENT089.
000656*
000660     SELECT TRI-LET ASSIGN TO SORTWK01.
000670*================================================================
000680 DATA DIVISION.
000730*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000740*----------------------------------------------------------------
000750 FD  ENT010 LABEL RECORD STANDARD
000760             RECORD  CONTAINS  250 CHARACTERS
000770             DATA RECORD  ENT-CLI.
000780 01  ENT-CLI.
000790         10 NUM-CLI      PIC    9(05).
000830         10 TEL-CLI      PIC    X(20).
000840         10 MOB-CLI      PIC    X(20).
000845         10 COD-PAI-CLI  PIC    X(03).
000850         10 SIREN-CLI    PIC    X(09).
000852         10 TVA-CEE-CLI  PIC    X(14).
000854         10 MOD-FAC-CLI  PIC    X(01).
000856         10 COD-COM-CLI  PIC    X(04).
000858         10              PIC    X(34).
000860*----------------------------------------------------------------
000870*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
000880*----------------------------------------------------------------
001050         10 NUM-CLI-SUI     PIC  9(05).
001060         10 NIV-SUI         PIC  9(01).
001070         10 DAT-SUI         PIC  9(08).
001080         10 TYP-SUI         PIC  X(01).
001085         10                 PIC  X(10).
001090*----------------------------------------------------------------
001100*    SUIVI DES RELANCES MIS A JOUR (GENERATION DU JOUR)
001110*----------------------------------------------------------------
001190         10 NUM-CLI-SUI-MAJ PIC  9(05).
001200         10 NIV-SUI-MAJ     PIC  9(01).
001210         10 DAT-SUI-MAJ     PIC  9(08).
001220         10 TYP-SUI-MAJ     PIC  X(01).
001225         10                 PIC  X(10).
001230*----------------------------------------------------------------
001240*    LETTRES DE RELANCE ET RECAPITULATIF DU JOUR
001250*----------------------------------------------------------------
001280             RECORDING MODE IS   F
001290             DATA RECORD LIGNE-REL.
001300 01  LIGNE-REL              PIC X(132).
001301*----------------------------------------------------------------
001302*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
001303*    FACTURE, TENU PAR MAJLIT)
001304*----------------------------------------------------------------
001305 FD  ENT089 LABEL RECORD STANDARD
001306             RECORD  CONTAINS  120 CHARACTERS
001307             DATA RECORD  ENT-LIT.
001308 01  ENT-LIT.
001309         10 NUM-FACT-LIT    PIC  9(05).
001310         10 NUM-CMD-LIT     PIC  9(05).
001311         10 NUM-CLI-LIT     PIC  9(05).
001312         10 ETAT-LIT        PIC  X(01).
001313            88 LIT-OUVERT          VALUE 'O'.
001314         10                 PIC  X(104).
001315*----------------------------------------------------------------
001320*    FICHIER DE TRI DES POSTES OUVERTS
001330*----------------------------------------------------------------
001340 SD  TRI-LET.
001670 01 W-CPT-RELANCE-N3     PIC  9(07)   VALUE ZERO.
001680 01 W-CPT-DEJA-EMISES    PIC  9(07)   VALUE ZERO.
001690 01 W-CPT-CLI-ABSENTS    PIC  9(07)   VALUE ZERO.
001695 01 W-CPT-EN-LITIGE      PIC  9(07)   VALUE ZERO.
001700*
001710*   AGE ET NIVEAU DE RELANCE DU POSTE EN COURS :
001720 01 W-AGE-POSTE          PIC S9(05)  COMP.
001810          INDEXED BY IND-SUI.
001820       15 W-SUI-NUM-CMD   PIC 9(05).
001830       15 W-SUI-NIVEAU    PIC 9(01).
001835       15 W-SUI-TYP       PIC X(01).
001840*
001850*   ARGUMENTS DE RECHERCHE DANS LA TABLE DU SUIVI :
001860 01 W-SUI-RECH-CMD       PIC  9(05).
001870 01 W-SUI-RECH-NIV       PIC  9(01).
001875 01 W-SUI-RECH-TYP       PIC  X(01).
001880*
001890*   ZONES D'EDITION DES MONTANTS :
001900 01 W-EDT-SOLDE          PIC -9(07).99.
002130   88 RELANCE-DEJA-EMISE   VALUE "OK".
002140   88 RELANCE-A-EMETTRE    VALUE "KO".
002150*
002151* PRESENCE DU FICHIER DES LITIGES ENT089.
002152 01                     PIC   X(02).
002153   88 LITIGES-PRESENTS     VALUE "OK".
002154   88 LITIGES-ABSENTS      VALUE "KO".
002155*
002156* LE POSTE EN COURS FAIT-IL L'OBJET D'UN LITIGE OUVERT.
002157 01                     PIC   X(02).
002158   88 POSTE-EN-LITIGE      VALUE "OK".
002159   88 POSTE-HORS-LITIGE    VALUE "KO".
002160*
002161 01 W-STATUS.
002170   10 FS-ENT010         PIC   X(02).
002180      88 FS-ENT010-OK      VALUE "00".
002190      88 FS-ENT010-INCONNU VALUE "23".
002270      88 FS-ENT058-OK      VALUE "00".
002280   10 FS-ENT059         PIC   X(02).
002290      88 FS-ENT059-OK      VALUE "00".
002292   10 FS-ENT089         PIC   X(02).
002294      88 FS-ENT089-OK      VALUE "00".
002296      88 FS-ENT089-ABS     VALUE "05".
002300*================================================================
002310 PROCEDURE DIVISION.
002320*    ---------------------
002420*================================================================
002430 DEBUT.
002440     SET TRT-OK TO TRUE.
002445     SET LITIGES-ABSENTS TO TRUE.
002450     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002460     COMPUTE W-JOUR-TRAITEMENT =
002470             FUNCTION INTEGER-OF-DATE (W-DATE-TRAITEMENT).
002620     END-IF.
002630     PERFORM ECRIT-ENTETE-ETAT THRU ECRIT-ENTETE-ETAT-EXIT.
002640     PERFORM CHARGE-TABLE-SUIVI THRU CHARGE-TABLE-SUIVI-EXIT.
002642     IF TRT-OK
002644        PERFORM OUVRE-LITIGES THRU OUVRE-LITIGES-EXIT
002646     END-IF.
002650 DEBUT-EXIT.
002660        EXIT.
002670*----------------------------------------------------------------
003270     ADD 1 TO W-NBR-SUI.
003280     MOVE NUM-CMD-SUI TO W-SUI-NUM-CMD (W-NBR-SUI).
003290     MOVE NIV-SUI     TO W-SUI-NIVEAU  (W-NBR-SUI).
003291     IF TYP-SUI = SPACE
003292        MOVE 'F'     TO W-SUI-TYP     (W-NBR-SUI)
003293     ELSE
003294        MOVE TYP-SUI TO W-SUI-TYP     (W-NBR-SUI)
003295     END-IF.
003300     MOVE ENT-SUI     TO ENT-SUI-MAJ.
003310     WRITE ENT-SUI-MAJ.
003320 LIT-UN-SUIVI-EXIT.
003740     IF MNT-SOLDE-TRI NOT GREATER THAN ZERO
003750        GO TO TRAITE-POSTE-SUITE
003760     END-IF.
003761     PERFORM CHERCHE-LITIGE THRU CHERCHE-LITIGE-EXIT.
003762     IF POSTE-EN-LITIGE
003763        ADD 1 TO W-CPT-EN-LITIGE
003764        GO TO TRAITE-POSTE-SUITE
003765     END-IF.
003770     PERFORM CALCULE-NIVEAU THRU CALCULE-NIVEAU-EXIT.
003780     IF W-NIVEAU = ZERO
003790        GO TO TRAITE-POSTE-SUITE
003800     END-IF.
003810     MOVE NUM-CMD-TRI TO W-SUI-RECH-CMD.
003820     MOVE W-NIVEAU    TO W-SUI-RECH-NIV.
003825     MOVE TYP-TRI     TO W-SUI-RECH-TYP.
003830     PERFORM CHERCHE-SUIVI THRU CHERCHE-SUIVI-EXIT.
003840     IF RELANCE-DEJA-EMISE
003850        ADD 1 TO W-CPT-DEJA-EMISES
004240 CALCULE-NIVEAU-EXIT.
004250        EXIT.
004260*----------------------------------------------------------------
004270*    RECHERCHE DE LA RELANCE (COMMANDE, NIVEAU, TYPE) DANS LA
004280*    TABLE DU SUIVI DES RELANCES DEJA EMISES
004290*----------------------------------------------------------------
004300 CHERCHE-SUIVI.
004310     SET RELANCE-A-EMETTRE TO TRUE.
004380           CONTINUE
004390        WHEN W-SUI-NUM-CMD (IND-SUI) = W-SUI-RECH-CMD
004400         AND W-SUI-NIVEAU (IND-SUI) = W-SUI-RECH-NIV
004405         AND W-SUI-TYP (IND-SUI) = W-SUI-RECH-TYP
004410           SET RELANCE-DEJA-EMISE TO TRUE
004420     END-SEARCH.
004430 CHERCHE-SUIVI-EXIT.
005000     END-IF.
005010     MOVE MNT-FACT-TRI  TO W-EDT-MNT.
005020     MOVE MNT-SOLDE-TRI TO W-EDT-SOLDE.
005021     MOVE SPACES TO LIGNE-REL.
005022     IF TYP-TRI = 'R'
005023        STRING 'FRAIS DE REJET DE PRELEVEMENT - COMMANDE '
005024               NUM-CMD-TRI
005025               ' - REJET DU ' DAT-FACT-TRI
005026               ' - MONTANT ' W-EDT-MNT
005027               ' - RESTE DU ' W-EDT-SOLDE
005028               DELIMITED BY SIZE INTO LIGNE-REL
005029        END-STRING
005030     ELSE
005035     IF NUM-FACT-TRI NUMERIC AND NUM-FACT-TRI > ZERO
005036        STRING 'FACTURE NO ' NUM-FACT-TRI
005037               ' (COMMANDE ' NUM-CMD-TRI ')'
005070            ' - RESTE DU ' W-EDT-SOLDE
005080            DELIMITED BY SIZE INTO LIGNE-REL
005090     END-STRING
005092     END-IF
005095     END-IF.
005100     WRITE LIGNE-REL.
005110     MOVE SPACES TO LIGNE-REL.
005111     IF W-NIVEAU = 1 AND TYP-TRI = 'R'
005112        STRING 'SAUF ERREUR DE NOTRE PART, CES FRAIS DE REJET'
005113               ' RESTENT IMPAYES. NOUS VOUS REMERCIONS DE'
005114               ' REGULARISER.'
005115               DELIMITED BY SIZE INTO LIGNE-REL
005116        END-STRING
005117     ELSE
005120     IF W-NIVEAU = 1
005130        STRING 'SAUF ERREUR DE NOTRE PART, CETTE FACTURE RESTE'
005140               ' IMPAYEE. NOUS VOUS REMERCIONS DE REGULARISER.'
005141               DELIMITED BY SIZE INTO LIGNE-REL
005142        END-STRING
005143     ELSE
005144     IF W-NIVEAU = 2 AND TYP-TRI = 'R'
005145        STRING 'MALGRE NOTRE PRECEDENT RAPPEL, CES FRAIS DE'
005146               ' REJET RESTENT IMPAYES. REGLEMENT SOUS HUITAINE.'
005150               DELIMITED BY SIZE INTO LIGNE-REL
005160        END-STRING
005170     ELSE
005250               ' RECOUVREMENT CONTENTIEUX DE CETTE CREANCE.'
005260               DELIMITED BY SIZE INTO LIGNE-REL
005270        END-STRING
005273     END-IF
005276     END-IF
005280     END-IF
005290     END-IF.
005300     WRITE LIGNE-REL.
005410     MOVE NUM-CMD-TRI       TO NUM-CMD-SUI-MAJ.
005420     MOVE NUM-CLI-TRI       TO NUM-CLI-SUI-MAJ.
005430     MOVE W-NIVEAU          TO NIV-SUI-MAJ.
005435     MOVE TYP-TRI           TO TYP-SUI-MAJ.
005440     MOVE W-DATE-TRAITEMENT TO DAT-SUI-MAJ.
005450     WRITE ENT-SUI-MAJ.
005460     IF W-NBR-SUI LESS THAN C-NBR-MAX-SUI
005470        ADD 1 TO W-NBR-SUI
005480        MOVE NUM-CMD-TRI TO W-SUI-NUM-CMD (W-NBR-SUI)
005490        MOVE W-NIVEAU    TO W-SUI-NIVEAU  (W-NBR-SUI)
005495        MOVE TYP-TRI     TO W-SUI-TYP     (W-NBR-SUI)
005500     END-IF.
005510 ECRIT-SUIVI-EXIT.
005520        EXIT.
005560 FIN.
005570     PERFORM REND-COMPTE THRU REND-COMPTE-EXIT.
005580     CLOSE ENT010 ENT058 ENT059.
005582     IF LITIGES-PRESENTS
005584        CLOSE ENT089
005586     END-IF.
005590 FIN-EXIT.
005600        EXIT.
005610*----------------------------------------------------------------
005990            DELIMITED BY SIZE INTO LIGNE-REL
006000     END-STRING.
006010     WRITE LIGNE-REL.
006011     MOVE SPACES TO LIGNE-REL.
006012     STRING 'POSTES EN LITIGE (ENT089)  : ' W-CPT-EN-LITIGE
006013            DELIMITED BY SIZE INTO LIGNE-REL
006014     END-STRING.
006015     WRITE LIGNE-REL.
006020 REND-COMPTE-EXIT.
006030        EXIT.
006040*----------------------------------------------------------------
006050*    OUVERTURE DU FICHIER DES LITIGES ENT089 - FICHIER ABSENT :
006060*    AUCUN LITIGE EN COURS
006070*----------------------------------------------------------------
006080 OUVRE-LITIGES.
006090     OPEN INPUT ENT089.
006100     IF FS-ENT089-OK OR FS-ENT089-ABS
006110        SET LITIGES-PRESENTS TO TRUE
006120     ELSE
006130        MOVE SPACES TO LIGNE-REL
006140        STRING 'ERREUR - ENT089 - FICHIER DES LITIGES ILLISIBLE'
006150               ' (STATUT ' FS-ENT089 ') - ARRET DU TRAITEMENT'
006160               DELIMITED BY SIZE INTO LIGNE-REL
006170        END-STRING
006180        WRITE LIGNE-REL
006190        SET TRT-KO TO TRUE
006200     END-IF.
006210 OUVRE-LITIGES-EXIT.
006220        EXIT.
006230*----------------------------------------------------------------
006240*    LA FACTURE DU POSTE EN COURS FAIT-ELLE L'OBJET D'UN LITIGE
006250*    OUVERT DANS ENT089 (POSTE SANS NUMERO DE FACTURE : NON)
006260*----------------------------------------------------------------
006270 CHERCHE-LITIGE.
006280     SET POSTE-HORS-LITIGE TO TRUE.
006290     IF LITIGES-ABSENTS
006300        GO TO CHERCHE-LITIGE-EXIT
006310     END-IF.
006320     IF NUM-FACT-TRI NOT NUMERIC OR NUM-FACT-TRI = ZERO
006330        GO TO CHERCHE-LITIGE-EXIT
006340     END-IF.
006350     MOVE NUM-FACT-TRI TO NUM-FACT-LIT.
006360     READ ENT089
006370        INVALID KEY
006380           CONTINUE
006390        NOT INVALID KEY
006400           IF LIT-OUVERT
006410              SET POSTE-EN-LITIGE TO TRUE
006420           END-IF
006430     END-READ.
006440 CHERCHE-LITIGE-EXIT.
006450        EXIT.
