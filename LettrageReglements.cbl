000294*                       produit par PRELEVCL) marques 'V' dans
000295*                       Ent031 : plus de reglement spontane
000296*                       attendu sur ces pieces.
000297*  15/10/2026  MLD     Impayes de prelevement (Ent062, cumul
000298*                       produit par IMPAYPRV) : le poste rejete
000299*                       par la banque n'est plus marque 'V' et
000300*                       redevient ouvert ; les frais de rejet
000301*                       refactures forment un poste de type 'R'
000302*                       rattache a la commande, echu a la date
000303*                       du rejet. L'excedent d'un reglement sur
000304*                       la facture est impute sur ces frais.
000305*  15/10/2026  MLD     Imputation des credits clients : les
000306*                       imputations et remboursements valides
000307*                       par IMPUTAVR (Ent064) sont portes sur
000308*                       les postes (montant impute dans Ent031,
000309*                       solde net des imputations). L'excedent
000310*                       d'un reglement sur la facture, faute de
000311*                       frais a solder, devient un poste credit
000312*                       de type 'T' (trop-percu) au lieu d'une
000313*                       exception. Avoirs et trop-percus passent
000314*                       'A' si partiellement imputes, 'P' une
000315*                       fois entierement consommes.
000316*  15/10/2026  PDU     Passages en perte (Ent068, cumul produit
000317*                       par PASPERTE) : la facture passee en
000318*                       perte definitive sort des postes a
000319*                       recouvrer (etat 'X', solde nul) ; la
000320*                       facture provisionnee reste due et passe
000321*                       a l'etat 'D' (depreciee).
000322*================================================================
000323 ENVIRONMENT DIVISION.
000324*================================================================
000325 CONFIGURATION SECTION.
000330*    ---
000340 SOURCE-COMPUTER.      IBM-370.
000350 OBJECT-COMPUTER.      IBM-370.
000544     SELECT OPTIONAL ENT048  ASSIGN TO ENT048
000546            ORGANIZATION IS SEQUENTIAL
000548            FILE STATUS IS FS-ENT048.
000549*
000550     SELECT OPTIONAL ENT062  ASSIGN TO ENT062
000551            ORGANIZATION IS SEQUENTIAL
000552            FILE STATUS IS FS-ENT062.
000553*
000554     SELECT OPTIONAL ENT064  ASSIGN TO ENT064
000555            ORGANIZATION IS SEQUENTIAL
000556            FILE STATUS IS FS-ENT064.
000557*
000558     SELECT OPTIONAL ENT068  ASSIGN TO ENT068
000559            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS FS-ENT068.
000561*================================================================
000562 DATA DIVISION.
000570*================================================================
000580 FILE SECTION.
000590*    ---
001140            88 LET-ACOMPTE       VALUE 'A'.
001150            88 LET-PAYEE         VALUE 'P'.
001155            88 LET-PRELEVE       VALUE 'V'.
001156            88 LET-DEPRECIEE     VALUE 'D'.
001157            88 LET-PERTE         VALUE 'X'.
001160         10 TYP-LET         PIC  X(01).
001165         10 NUM-FACT-LET    PIC  9(05).
001167         10 DAT-ECH-LET     PIC  9(08).
001170         10 MNT-IMPUTE-LET  PIC S9(07)V99.
001175         10                 PIC  X(03).
001180*----------------------------------------------------------------
001190*    ETAT DES EXCEPTIONS DE LETTRAGE
001200*----------------------------------------------------------------
001264         10 DAT-REMISE-RMS  PIC  9(08).
001265         10 MNT-RMS         PIC  9(09)V99.
001266         10                 PIC  X(06).
001267*----------------------------------------------------------------
001268*    REJETS DE PRELEVEMENT (CUMUL PRODUIT PAR IMPAYPRV)
001269*----------------------------------------------------------------
001270 FD  ENT062 LABEL RECORD STANDARD
001271             BLOCK   CONTAINS    0 RECORDS
001272             RECORD  CONTAINS   60 CHARACTERS
001273             RECORDING MODE IS   F
001274             DATA RECORD ENT-REJ.
001275 01  ENT-REJ.
001276         10 NUM-CMD-REJ     PIC  9(05).
001277         10 NUM-FACT-REJ    PIC  9(05).
001278         10 NUM-CLI-REJ     PIC  9(05).
001279         10 DAT-REJET-REJ   PIC  9(08).
001280         10 MNT-REJ         PIC  9(09)V99.
001281         10 MNT-FRAIS-REJ   PIC  9(05)V99.
001282         10 COD-MOTIF-REJ   PIC  X(04).
001283         10 DAT-TRT-REJ     PIC  9(08).
001284         10                 PIC  X(07).
001285*----------------------------------------------------------------
001286*    IMPUTATIONS ET REMBOURSEMENTS DE CREDITS CLIENTS (CUMUL
001287*    PRODUIT PAR IMPUTAVR)
001288*----------------------------------------------------------------
001289 FD  ENT064 LABEL RECORD STANDARD
001290             BLOCK   CONTAINS    0 RECORDS
001291             RECORD  CONTAINS   80 CHARACTERS
001292             RECORDING MODE IS   F
001293             DATA RECORD ENT-IMT.
001294 01  ENT-IMT.
001295         10 COD-IMT          PIC  X(01).
001296            88 IMT-IMPUTATION     VALUE 'I'.
001297            88 IMT-REMBOURSEMENT  VALUE 'R'.
001298         10 NUM-CLI-IMT      PIC  9(05).
001299         10 NUM-CMD-CRD-IMT  PIC  9(05).
001300         10 TYP-CRD-IMT      PIC  X(01).
001301         10 NUM-FACT-CRD-IMT PIC  9(05).
001302         10 DAT-CRD-IMT      PIC  9(08).
001303         10 NUM-CMD-DEB-IMT  PIC  9(05).
001304         10 TYP-DEB-IMT      PIC  X(01).
001305         10 NUM-FACT-DEB-IMT PIC  9(05).
001306         10 DAT-DEB-IMT      PIC  9(08).
001307         10 MNT-IMT          PIC  9(07)V99.
001308         10 DAT-IMT          PIC  9(08).
001309         10                  PIC  X(19).
001310*----------------------------------------------------------------
001311*    PASSAGES EN PERTE DES CREANCES IRRECOUVRABLES (CUMUL
001312*    PRODUIT PAR PASPERTE - UN ENREGISTREMENT PAR TAUX DE TVA)
001313*----------------------------------------------------------------
001314 FD  ENT068 LABEL RECORD STANDARD
001315             BLOCK   CONTAINS    0 RECORDS
001316             RECORD  CONTAINS   80 CHARACTERS
001317             RECORDING MODE IS   F
001318             DATA RECORD ENT-PRT.
001319 01  ENT-PRT.
001320         10 TYP-PRT         PIC  X(01).
001321            88 PRT-PROVISION      VALUE 'P'.
001322            88 PRT-PERTE          VALUE 'X'.
001323         10 NUM-FACT-PRT    PIC  9(05).
001324         10 NUM-CMD-PRT     PIC  9(05).
001325         10 NUM-CLI-PRT     PIC  9(05).
001326         10 DAT-FACT-PRT    PIC  9(08).
001327         10                 PIC  X(56).
001328*================================================================
001329 WORKING-STORAGE SECTION.
001330*    ---
001331*
001332*   CONSTANTES :
001333 01 C-NOMPGM             PIC  X(08)   VALUE 'LetrBanc'.
001334 01 C-NBR-MAX-HIST       PIC  9(05)   VALUE 10000.
001335 01 C-NBR-MAX-RMS        PIC  9(05)   VALUE 10000.
001336 01 C-NBR-MAX-RJT        PIC  9(05)   VALUE 10000.
001337 01 C-NBR-MAX-IMT        PIC  9(05)   VALUE 10000.
001338*
001340*   DATE DE TRAITEMENT :
001350 01 W-DATE-TRAITEMENT    PIC  9(08).
001360*
001420 01 W-CPT-FACT-ACOMPTE   PIC  9(07)   VALUE ZERO.
001430 01 W-CPT-FACT-OUVERTE   PIC  9(07)   VALUE ZERO.
001432 01 W-CPT-FACT-PRELEVE   PIC  9(07)   VALUE ZERO.
001433 01 W-CPT-FACT-REJETEE   PIC  9(07)   VALUE ZERO.
001434 01 W-CPT-POSTE-FRAIS    PIC  9(07)   VALUE ZERO.
001435 01 W-CPT-RGL-SUR-FRAIS  PIC  9(07)   VALUE ZERO.
001436 01 W-CPT-TROP-PERCU     PIC  9(07)   VALUE ZERO.
001437 01 W-CPT-IMT-APPLIQUEE  PIC  9(07)   VALUE ZERO.
001438 01 W-CPT-IMT-SANS-POSTE PIC  9(07)   VALUE ZERO.
001439 01 W-CPT-FACT-PERTE     PIC  9(07)   VALUE ZERO.
001440 01 W-CPT-FACT-DEPRECIEE PIC  9(07)   VALUE ZERO.
001441 01 W-CPT-PRT-SANS-POSTE PIC  9(07)   VALUE ZERO.
001442 01 W-MNT-TROP-PERCU     PIC  9(09)V99 VALUE ZERO.
001443 01 W-MNT-RGL-APPLIQUE   PIC  9(09)V99 VALUE ZERO.
001450*
001460*   MOTIF DE L'EXCEPTION EN COURS :
001470 01 W-MOTIF-EXC          PIC  X(45).
001480*
001490*   CUMUL PROVISOIRE DU REGLEMENT EN COURS :
001500 01 W-REGLE-CUMUL        PIC  9(09)V99 VALUE ZERO.
001501*
001502*   EXCEDENT DU REGLEMENT EN COURS SUR LA FACTURE ET POSITION
001503*   DE LA FACTURE DANS LA TABLE PENDANT LA RECHERCHE DES FRAIS :
001504 01 W-EXCEDENT           PIC  9(09)V99 VALUE ZERO.
001505 01 W-POS-FACT           PIC  9(05)  COMP VALUE ZERO.
001510*
001520*   TABLE DES PIECES DE L'HISTORIQUE ENT030 :
001530 01 W-NBR-HIST           PIC  9(05)  COMP VALUE ZERO.
001620       15 W-HIST-MNT-REGLE PIC 9(07)V99.
001630       15 W-HIST-DAT-RGL   PIC 9(08).
001640       15 W-HIST-TYP       PIC X(01).
001641          88 W-HIST-EST-AVOIR   VALUE 'A'.
001642          88 W-HIST-EST-FRAIS   VALUE 'R'.
001643          88 W-HIST-EST-CREDIT  VALUE 'A' 'T'.
001644       15 W-HIST-NUM-FACT  PIC 9(05).
001645       15 W-HIST-DAT-ECH   PIC 9(08).
001646       15 W-HIST-MNT-IMPUTE PIC S9(07)V99.
001647       15 W-HIST-PERTE     PIC X(01).
001648          88 W-HIST-DEPRECIEE   VALUE 'D'.
001649          88 W-HIST-EN-PERTE    VALUE 'X'.
001655*
001656*   TABLE DES POSTES REMIS AU PRELEVEMENT (ENT048) :
001657 01 W-NBR-RMS            PIC  9(05)  COMP VALUE ZERO.
001660          DEPENDING ON W-NBR-RMS
001661          INDEXED BY IND-RMS.
001662*
001663*
001664*   TABLE DES COMMANDES DONT LE PRELEVEMENT A ETE REJETE
001665*   (ENT062) :
001666 01 W-NBR-RJT            PIC  9(05)  COMP VALUE ZERO.
001667 01 W-TABLE-RJT.
001668    10 W-RJT PIC 9(05) OCCURS 1 TO 10000 TIMES
001669          DEPENDING ON W-NBR-RJT
001670          INDEXED BY IND-RJT.
001671*
001672*   TABLE DES IMPUTATIONS ET REMBOURSEMENTS VALIDES (ENT064) :
001673 01 W-NBR-IMT            PIC  9(05)  COMP VALUE ZERO.
001674 01 W-TABLE-IMT.
001675    10 W-IMT OCCURS 1 TO 10000 TIMES
001676          DEPENDING ON W-NBR-IMT
001677          INDEXED BY IND-IMT.
001678       15 W-IMT-COD        PIC X(01).
001679       15 W-IMT-CRD-CMD    PIC 9(05).
001680       15 W-IMT-CRD-TYP    PIC X(01).
001681       15 W-IMT-CRD-FACT   PIC 9(05).
001682       15 W-IMT-CRD-DAT    PIC 9(08).
001683       15 W-IMT-DEB-CMD    PIC 9(05).
001684       15 W-IMT-DEB-TYP    PIC X(01).
001685       15 W-IMT-DEB-FACT   PIC 9(05).
001686       15 W-IMT-DEB-DAT    PIC 9(08).
001687       15 W-IMT-MNT        PIC 9(07)V99.
001688*
001689*   CLE DU POSTE VISE PAR UNE IMPUTATION :
001690 01 W-CLE-RECH.
001691    05 W-RECH-NUM-CMD    PIC 9(05).
001692    05 W-RECH-TYP        PIC X(01).
001693    05 W-RECH-NUM-FACT   PIC 9(05).
001694    05 W-RECH-DAT        PIC 9(08).
001695*
001696*   ARGUMENT DE RECHERCHE DANS LA TABLE DES POSTES REMIS :
001697 01 W-CMD-RECH           PIC  9(05).
001698*================================================================
001699 LOCAL-STORAGE SECTION.
001700*    ---
001701*
001702* VARIABLES DE CONTROLE DE FLUX.
001710 01                     PIC   X(02).
001720   88 TRT-OK               VALUE "OK".
001730   88 TRT-KO               VALUE "KO".
001787   88 POSTE-REMIS          VALUE "OK".
001788   88 POSTE-NON-REMIS      VALUE "KO".
001790*
001791* RESULTAT DE LA RECHERCHE D'UN POSTE DE FRAIS DE REJET.
001792 01                     PIC   X(02).
001793   88 FRAIS-TROUVES        VALUE "OK".
001794   88 FRAIS-INCONNUS       VALUE "KO".
001795*
001796* RESULTAT DE LA RECHERCHE DU POSTE VISE PAR UNE IMPUTATION OU
001797* DU POSTE TROP-PERCU DU REGLEMENT EN COURS.
001798 01                     PIC   X(02).
001799   88 POSTE-TROUVE         VALUE "OK".
001800   88 POSTE-INCONNU        VALUE "KO".
001801*
001802 01 W-STATUS.
001810   10 FS-ENT030         PIC   X(02).
001820      88 FS-ENT030-OK      VALUE "00".
001830      88 FIN-ENT030        VALUE "10".
001904      88 FS-ENT048-OK      VALUE "00".
001906      88 FS-ENT048-ABS     VALUE "05".
001908      88 FIN-ENT048        VALUE "10".
001909   10 FS-ENT062         PIC   X(02).
001910      88 FS-ENT062-OK      VALUE "00".
001911      88 FS-ENT062-ABS     VALUE "05".
001912      88 FIN-ENT062        VALUE "10".
001913   10 FS-ENT064         PIC   X(02).
001914      88 FS-ENT064-OK      VALUE "00".
001915      88 FS-ENT064-ABS     VALUE "05".
001916      88 FIN-ENT064        VALUE "10".
001917   10 FS-ENT068         PIC   X(02).
001918      88 FS-ENT068-OK      VALUE "00".
001919      88 FS-ENT068-ABS     VALUE "05".
001920      88 FIN-ENT068        VALUE "10".
001921*================================================================
001922 PROCEDURE DIVISION.
001930*    ---------------------
001940*
001950     PERFORM DEBUT THRU DEBUT-EXIT.
002270     PERFORM ECRIT-ENTETE-EXC THRU ECRIT-ENTETE-EXC-EXIT.
002280     PERFORM CHARGE-TABLE-HIST THRU CHARGE-TABLE-HIST-EXIT.
002282     PERFORM CHARGE-TABLE-REMIS THRU CHARGE-TABLE-REMIS-EXIT.
002283     PERFORM CHARGE-TABLE-REJETS
002284             THRU CHARGE-TABLE-REJETS-EXIT.
002285     PERFORM CHARGE-TABLE-IMPUTATIONS
002286             THRU CHARGE-TABLE-IMPUTATIONS-EXIT.
002287     PERFORM CHARGE-TABLE-PERTES
002288             THRU CHARGE-TABLE-PERTES-EXIT.
002290 DEBUT-EXIT.
002300        EXIT.
002310*----------------------------------------------------------------
002720                TO W-HIST-MNT-FACT (W-NBR-HIST)
002730           MOVE ZERO TO W-HIST-MNT-REGLE (W-NBR-HIST)
002740           MOVE ZERO TO W-HIST-DAT-RGL (W-NBR-HIST)
002741           MOVE ZERO TO W-HIST-MNT-IMPUTE (W-NBR-HIST)
002742           MOVE SPACE TO W-HIST-PERTE (W-NBR-HIST)
002743           IF NUM-FACT-HIST NUMERIC
002744              MOVE NUM-FACT-HIST TO W-HIST-NUM-FACT (W-NBR-HIST)
002746           ELSE
002748              MOVE ZERO TO W-HIST-NUM-FACT (W-NBR-HIST)
002886     PERFORM LIT-REGLEMENT THRU LIT-REGLEMENT-EXIT.
002888     PERFORM TRAITE-UN-REGLEMENT THRU TRAITE-UN-REGLEMENT-EXIT
002890             UNTIL FIN-ENT035.
002891*    LE COTE CREDIT DES IMPUTATIONS EST PORTE APRES LES
002892*    REGLEMENTS, QUI CREENT LES POSTES TROP-PERCU.
002893     IF W-NBR-IMT > ZERO
002894        PERFORM IMPUTE-COTE-CREDIT THRU IMPUTE-COTE-CREDIT-EXIT
002895                VARYING IND-IMT FROM 1 BY 1
002896                UNTIL IND-IMT > W-NBR-IMT
002897     END-IF.
002900     PERFORM ECRIT-POSTES-OUVERTS
002910             THRU ECRIT-POSTES-OUVERTS-EXIT.
002920 TRAITEMENT-EXIT.
003260     END-IF.
003270     COMPUTE W-REGLE-CUMUL =
003280             W-HIST-MNT-REGLE (IND-HIST) + MNT-RGL.
003290     IF W-REGLE-CUMUL + W-HIST-MNT-IMPUTE (IND-HIST)
003300        > W-HIST-MNT-FACT (IND-HIST)
003310        PERFORM IMPUTE-SUR-FRAIS THRU IMPUTE-SUR-FRAIS-EXIT
003320        IF FRAIS-INCONNUS
003323           PERFORM PORTE-TROP-PERCU THRU PORTE-TROP-PERCU-EXIT
003326        END-IF
003330        GO TO TRAITE-UN-REGLEMENT-SUITE
003340     END-IF.
003350     MOVE W-REGLE-CUMUL TO W-HIST-MNT-REGLE (IND-HIST).
003940     MOVE W-HIST-MNT-FACT (IND-HIST)  TO MNT-FACT-LET.
003950     MOVE W-HIST-MNT-REGLE (IND-HIST) TO MNT-REGLE-LET.
003960     MOVE W-HIST-DAT-RGL (IND-HIST)   TO DAT-RGL-LET.
003965     MOVE W-HIST-MNT-IMPUTE (IND-HIST) TO MNT-IMPUTE-LET.
003970     COMPUTE MNT-SOLDE-LET =
003980             W-HIST-MNT-FACT (IND-HIST)
003990           - W-HIST-MNT-REGLE (IND-HIST)
003995           - W-HIST-MNT-IMPUTE (IND-HIST).
004000     MOVE W-HIST-TYP (IND-HIST)       TO TYP-LET.
004002     MOVE W-HIST-NUM-FACT (IND-HIST)  TO NUM-FACT-LET.
004004     MOVE W-HIST-DAT-ECH (IND-HIST)   TO DAT-ECH-LET.
004010     IF W-HIST-EST-CREDIT (IND-HIST)
004020        IF MNT-SOLDE-LET = ZERO
004021           SET LET-PAYEE TO TRUE
004022           ADD 1 TO W-CPT-FACT-PAYEE
004023        ELSE
004024        IF W-HIST-MNT-IMPUTE (IND-HIST) NOT = ZERO
004025           SET LET-ACOMPTE TO TRUE
004026           ADD 1 TO W-CPT-FACT-ACOMPTE
004027        ELSE
004028           SET LET-OUVERTE TO TRUE
004029           ADD 1 TO W-CPT-FACT-OUVERTE
004030        END-IF
004031        END-IF
004032     ELSE
004033     IF W-HIST-EN-PERTE (IND-HIST)
004034        MOVE ZERO TO MNT-SOLDE-LET
004035        SET LET-PERTE TO TRUE
004036        ADD 1 TO W-CPT-FACT-PERTE
004040     ELSE
004050     IF MNT-SOLDE-LET = ZERO
004060        SET LET-PAYEE TO TRUE
004070        ADD 1 TO W-CPT-FACT-PAYEE
004071     ELSE
004072     IF W-HIST-EST-FRAIS (IND-HIST)
004073        SET POSTE-NON-REMIS TO TRUE
004074     ELSE
004075        MOVE W-HIST-NUM-CMD (IND-HIST) TO W-CMD-RECH
004076        PERFORM CHERCHE-REMIS THRU CHERCHE-REMIS-EXIT
004077        IF POSTE-REMIS
004078           PERFORM CHERCHE-REJET THRU CHERCHE-REJET-EXIT
004079        END-IF
004080     END-IF
004086     IF POSTE-REMIS
004087        SET LET-PRELEVE TO TRUE
004088        ADD 1 TO W-CPT-FACT-PRELEVE
004089     ELSE
004090     IF W-HIST-DEPRECIEE (IND-HIST)
004091        SET LET-DEPRECIEE TO TRUE
004092        ADD 1 TO W-CPT-FACT-DEPRECIEE
004093     ELSE
004094     IF W-HIST-MNT-REGLE (IND-HIST) > ZERO
004095        OR W-HIST-MNT-IMPUTE (IND-HIST) > ZERO
004100        SET LET-ACOMPTE TO TRUE
004110        ADD 1 TO W-CPT-FACT-ACOMPTE
004120     ELSE
004130        SET LET-OUVERTE TO TRUE
004140        ADD 1 TO W-CPT-FACT-OUVERTE
004143     END-IF
004146     END-IF
004150     END-IF
004155     END-IF
004160     END-IF
004230*================================================================
004240 FIN.
004250     PERFORM REND-COMPTE THRU REND-COMPTE-EXIT.
004255     PERFORM REND-COMPTE-LETTRAGE THRU REND-COMPTE-LETTRAGE-EXIT.
004260     CLOSE ENT030 ENT035 ENT031 ENT037.
004270 FIN-EXIT.
004280        EXIT.
004679     WRITE LIGNE-EXC.
004680 REND-COMPTE-EXIT.
004690        EXIT.
004700*----------------------------------------------------------------
004710*    CHARGEMENT DES REJETS DE PRELEVEMENT (ENT062) : COMMANDES
004720*    REJETEES ET POSTES DE FRAIS DE REJET REFACTURES AJOUTES A
004730*    LA TABLE DES PIECES
004740*----------------------------------------------------------------
004750 CHARGE-TABLE-REJETS.
004760     MOVE ZERO TO W-NBR-RJT.
004770     OPEN INPUT ENT062.
004780     IF NOT FS-ENT062-OK AND NOT FS-ENT062-ABS
004790        MOVE SPACES TO LIGNE-EXC
004800        STRING 'AVIS - ENT062 - CUMUL DES REJETS ILLISIBLE'
004810               ' (STATUT ' FS-ENT062 ') - IMPAYES NON PRIS EN'
004820               ' COMPTE' DELIMITED BY SIZE INTO LIGNE-EXC
004830        END-STRING
004840        WRITE LIGNE-EXC
004850        GO TO CHARGE-TABLE-REJETS-EXIT
004860     END-IF.
004870     PERFORM LIT-UN-REJET THRU LIT-UN-REJET-EXIT
004880             UNTIL FIN-ENT062
004890                OR W-NBR-RJT NOT LESS THAN C-NBR-MAX-RJT.
004900     IF NOT FIN-ENT062
004910        MOVE SPACES TO LIGNE-EXC
004920        STRING 'AVIS - ENT062 - PLAFOND DE ' C-NBR-MAX-RJT
004930               ' REJETS ATTEINT - IMPAYES PARTIELLEMENT PRIS'
004940               ' EN COMPTE' DELIMITED BY SIZE INTO LIGNE-EXC
004950        END-STRING
004960        WRITE LIGNE-EXC
004970     END-IF.
004980     CLOSE ENT062.
004990 CHARGE-TABLE-REJETS-EXIT.
005000        EXIT.
005010*----------------------------------------------------------------
005020 LIT-UN-REJET.
005030     READ ENT062
005040        AT END
005050           SET FIN-ENT062 TO TRUE
005060           GO TO LIT-UN-REJET-EXIT
005070     END-READ.
005080     IF NUM-CMD-REJ NOT NUMERIC
005090        GO TO LIT-UN-REJET-EXIT
005100     END-IF.
005110     ADD 1 TO W-NBR-RJT.
005120     MOVE NUM-CMD-REJ TO W-RJT (W-NBR-RJT).
005130     IF MNT-FRAIS-REJ NOT NUMERIC
005140        OR MNT-FRAIS-REJ = ZERO
005150          GO TO LIT-UN-REJET-EXIT
005160     END-IF.
005170     IF W-NBR-HIST NOT LESS THAN C-NBR-MAX-HIST
005180        MOVE SPACES TO LIGNE-EXC
005190        STRING 'AVIS - ENT062 - PLAFOND DE ' C-NBR-MAX-HIST
005200               ' PIECES ATTEINT - FRAIS DE REJET COMMANDE '
005210               NUM-CMD-REJ ' NON PORTES'
005220               DELIMITED BY SIZE INTO LIGNE-EXC
005230        END-STRING
005240        WRITE LIGNE-EXC
005250        GO TO LIT-UN-REJET-EXIT
005260     END-IF.
005270     ADD 1 TO W-NBR-HIST.
005280     ADD 1 TO W-CPT-POSTE-FRAIS.
005290     MOVE NUM-CMD-REJ   TO W-HIST-NUM-CMD (W-NBR-HIST).
005300     MOVE NUM-CLI-REJ   TO W-HIST-NUM-CLI (W-NBR-HIST).
005310     MOVE DAT-REJET-REJ TO W-HIST-DAT-FACT (W-NBR-HIST).
005320     MOVE MNT-FRAIS-REJ TO W-HIST-MNT-FACT (W-NBR-HIST).
005330     MOVE ZERO          TO W-HIST-MNT-REGLE (W-NBR-HIST).
005340     MOVE ZERO          TO W-HIST-DAT-RGL (W-NBR-HIST).
005350     MOVE 'R'           TO W-HIST-TYP (W-NBR-HIST).
005360     MOVE NUM-FACT-REJ  TO W-HIST-NUM-FACT (W-NBR-HIST).
005370     MOVE DAT-REJET-REJ TO W-HIST-DAT-ECH (W-NBR-HIST).
005380     MOVE ZERO          TO W-HIST-MNT-IMPUTE (W-NBR-HIST).
005390     MOVE SPACE         TO W-HIST-PERTE (W-NBR-HIST).
005400 LIT-UN-REJET-EXIT.
005410        EXIT.
005420*----------------------------------------------------------------
005430*    CHARGEMENT DES IMPUTATIONS ET REMBOURSEMENTS DE CREDITS
005440*    VALIDES (ENT064)
005450*----------------------------------------------------------------
005460 CHARGE-TABLE-IMPUTATIONS.
005470     MOVE ZERO TO W-NBR-IMT.
005480     OPEN INPUT ENT064.
005490     IF NOT FS-ENT064-OK AND NOT FS-ENT064-ABS
005500        MOVE SPACES TO LIGNE-EXC
005510        STRING 'AVIS - ENT064 - CUMUL DES IMPUTATIONS ILLISIBLE'
005520               ' (STATUT ' FS-ENT064 ') - IMPUTATIONS NON'
005530               ' PORTEES' DELIMITED BY SIZE INTO LIGNE-EXC
005540        END-STRING
005550        WRITE LIGNE-EXC
005560        GO TO CHARGE-TABLE-IMPUTATIONS-EXIT
005570     END-IF.
005580     PERFORM LIT-UNE-IMPUTATION THRU LIT-UNE-IMPUTATION-EXIT
005590             UNTIL FIN-ENT064
005600                OR W-NBR-IMT NOT LESS THAN C-NBR-MAX-IMT.
005610     IF NOT FIN-ENT064
005620        MOVE SPACES TO LIGNE-EXC
005630        STRING 'AVIS - ENT064 - PLAFOND DE ' C-NBR-MAX-IMT
005640               ' IMPUTATIONS ATTEINT - IMPUTATIONS'
005650               ' PARTIELLEMENT PORTEES'
005660               DELIMITED BY SIZE INTO LIGNE-EXC
005670        END-STRING
005680        WRITE LIGNE-EXC
005690     END-IF.
005700     CLOSE ENT064.
005710*    LES IMPUTATIONS SONT PORTEES SUR LES FACTURES AVANT LES
005720*    REGLEMENTS : UN REGLEMENT ARRIVE APRES L'IMPUTATION DEVIENT
005730*    UN TROP-PERCU.
005740     PERFORM IMPUTE-COTE-DEBIT THRU IMPUTE-COTE-DEBIT-EXIT
005750             VARYING IND-IMT FROM 1 BY 1
005760             UNTIL IND-IMT > W-NBR-IMT.
005770 CHARGE-TABLE-IMPUTATIONS-EXIT.
005780        EXIT.
005790*----------------------------------------------------------------
005800 LIT-UNE-IMPUTATION.
005810     READ ENT064
005820        AT END
005830           SET FIN-ENT064 TO TRUE
005840           GO TO LIT-UNE-IMPUTATION-EXIT
005850     END-READ.
005860     IF MNT-IMT NOT NUMERIC
005870        OR (NOT IMT-IMPUTATION AND NOT IMT-REMBOURSEMENT)
005880          GO TO LIT-UNE-IMPUTATION-EXIT
005890     END-IF.
005900     ADD 1 TO W-NBR-IMT.
005910     MOVE COD-IMT          TO W-IMT-COD      (W-NBR-IMT).
005920     MOVE NUM-CMD-CRD-IMT  TO W-IMT-CRD-CMD  (W-NBR-IMT).
005930     MOVE TYP-CRD-IMT      TO W-IMT-CRD-TYP  (W-NBR-IMT).
005940     MOVE NUM-FACT-CRD-IMT TO W-IMT-CRD-FACT (W-NBR-IMT).
005950     MOVE DAT-CRD-IMT      TO W-IMT-CRD-DAT  (W-NBR-IMT).
005960     MOVE NUM-CMD-DEB-IMT  TO W-IMT-DEB-CMD  (W-NBR-IMT).
005970     MOVE TYP-DEB-IMT      TO W-IMT-DEB-TYP  (W-NBR-IMT).
005980     MOVE NUM-FACT-DEB-IMT TO W-IMT-DEB-FACT (W-NBR-IMT).
005990     MOVE DAT-DEB-IMT      TO W-IMT-DEB-DAT  (W-NBR-IMT).
006000     MOVE MNT-IMT          TO W-IMT-MNT      (W-NBR-IMT).
006010 LIT-UNE-IMPUTATION-EXIT.
006020        EXIT.
006030*----------------------------------------------------------------
006040*    CHARGEMENT DES PASSAGES EN PERTE (ENT068) : LA FACTURE
006050*    PASSEE EN PERTE DEFINITIVE EST MARQUEE 'X', LA FACTURE
006060*    SEULEMENT PROVISIONNEE 'D' (LA PERTE L'EMPORTE)
006070*----------------------------------------------------------------
006080 CHARGE-TABLE-PERTES.
006090     OPEN INPUT ENT068.
006100     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
006110        MOVE SPACES TO LIGNE-EXC
006120        STRING 'AVIS - ENT068 - CUMUL DES PERTES ILLISIBLE'
006130               ' (STATUT ' FS-ENT068 ') - PASSAGES EN PERTE NON'
006140               ' PORTES' DELIMITED BY SIZE INTO LIGNE-EXC
006150        END-STRING
006160        WRITE LIGNE-EXC
006170        GO TO CHARGE-TABLE-PERTES-EXIT
006180     END-IF.
006190     PERFORM LIT-UNE-PERTE THRU LIT-UNE-PERTE-EXIT
006200             UNTIL FIN-ENT068.
006210     CLOSE ENT068.
006220 CHARGE-TABLE-PERTES-EXIT.
006230        EXIT.
006240*----------------------------------------------------------------
006250 LIT-UNE-PERTE.
006260     READ ENT068
006270        AT END
006280           SET FIN-ENT068 TO TRUE
006290           GO TO LIT-UNE-PERTE-EXIT
006300     END-READ.
006310     IF NOT PRT-PROVISION AND NOT PRT-PERTE
006320        GO TO LIT-UNE-PERTE-EXIT
006330     END-IF.
006340     MOVE NUM-CMD-PRT  TO W-RECH-NUM-CMD.
006350     MOVE 'F'          TO W-RECH-TYP.
006360     MOVE NUM-FACT-PRT TO W-RECH-NUM-FACT.
006370     MOVE DAT-FACT-PRT TO W-RECH-DAT.
006380     PERFORM CHERCHE-POSTE-IMPUTE THRU CHERCHE-POSTE-IMPUTE-EXIT.
006390     IF POSTE-INCONNU
006400        ADD 1 TO W-CPT-PRT-SANS-POSTE
006410        GO TO LIT-UNE-PERTE-EXIT
006420     END-IF.
006430     IF PRT-PERTE
006440        SET W-HIST-EN-PERTE (IND-HIST) TO TRUE
006450     ELSE
006460        IF NOT W-HIST-EN-PERTE (IND-HIST)
006470           SET W-HIST-DEPRECIEE (IND-HIST) TO TRUE
006480        END-IF
006490     END-IF.
006500 LIT-UNE-PERTE-EXIT.
006510        EXIT.
006520*----------------------------------------------------------------
006530*    REGLEMENT SUPERIEUR AU RESTE DU DE LA FACTURE : L'EXCEDENT
006540*    EST IMPUTE SUR UN POSTE DE FRAIS DE REJET DE LA MEME
006550*    COMMANDE S'IL EN COUVRE LE RESTE DU, LA FACTURE ETANT
006560*    ALORS SOLDEE - A DEFAUT L'EXCEDENT DEVIENT UN TROP-PERCU
006570*----------------------------------------------------------------
006580 IMPUTE-SUR-FRAIS.
006590     SET FRAIS-INCONNUS TO TRUE.
006600     COMPUTE W-EXCEDENT = W-REGLE-CUMUL
006610           + W-HIST-MNT-IMPUTE (IND-HIST)
006620           - W-HIST-MNT-FACT (IND-HIST).
006630     SET W-POS-FACT TO IND-HIST.
006640     MOVE W-HIST-NUM-CMD (IND-HIST) TO W-CMD-RECH.
006650     SET IND-HIST TO 1.
006660     SEARCH W-HIST
006670        AT END
006680           CONTINUE
006690        WHEN W-HIST-EST-FRAIS (IND-HIST)
006700         AND W-HIST-NUM-CMD (IND-HIST) = W-CMD-RECH
006710         AND W-HIST-MNT-FACT (IND-HIST)
006720           - W-HIST-MNT-REGLE (IND-HIST)
006730           - W-HIST-MNT-IMPUTE (IND-HIST) NOT LESS THAN W-EXCEDENT
006740           SET FRAIS-TROUVES TO TRUE
006750     END-SEARCH.
006760     IF FRAIS-INCONNUS
006770        SET IND-HIST TO W-POS-FACT
006780        GO TO IMPUTE-SUR-FRAIS-EXIT
006790     END-IF.
006800     ADD W-EXCEDENT TO W-HIST-MNT-REGLE (IND-HIST).
006810     MOVE DAT-RGL TO W-HIST-DAT-RGL (IND-HIST).
006820     SET IND-HIST TO W-POS-FACT.
006830     COMPUTE W-HIST-MNT-REGLE (IND-HIST) =
006840             W-HIST-MNT-FACT (IND-HIST)
006850           - W-HIST-MNT-IMPUTE (IND-HIST).
006860     MOVE DAT-RGL TO W-HIST-DAT-RGL (IND-HIST).
006870     ADD 1 TO W-CPT-RGL-APPLIQUE.
006880     ADD 1 TO W-CPT-RGL-SUR-FRAIS.
006890     ADD MNT-RGL TO W-MNT-RGL-APPLIQUE.
006900 IMPUTE-SUR-FRAIS-EXIT.
006910        EXIT.
006920*----------------------------------------------------------------
006930*    EXCEDENT DU REGLEMENT NON ABSORBE PAR DES FRAIS : LA FACTURE
006940*    EST SOLDEE ET L'EXCEDENT PORTE AU CREDIT DU CLIENT SUR UN
006950*    POSTE TROP-PERCU 'T' (UN PAR COMMANDE ET DATE DE REGLEMENT)
006960*    QUE L'IMPUTATION DES CREDITS POURRA SOLDER OU REMBOURSER
006970*----------------------------------------------------------------
006980 PORTE-TROP-PERCU.
006990     SET W-POS-FACT TO IND-HIST.
007000     MOVE W-HIST-NUM-CMD (IND-HIST) TO W-CMD-RECH.
007010     SET POSTE-INCONNU TO TRUE.
007020     SET IND-HIST TO 1.
007030     SEARCH W-HIST
007040        AT END
007050           CONTINUE
007060        WHEN W-HIST-TYP (IND-HIST) = 'T'
007070         AND W-HIST-NUM-CMD (IND-HIST) = W-CMD-RECH
007080         AND W-HIST-DAT-FACT (IND-HIST) = DAT-RGL
007090           SET POSTE-TROUVE TO TRUE
007100     END-SEARCH.
007110     IF POSTE-INCONNU
007120        AND W-NBR-HIST NOT LESS THAN C-NBR-MAX-HIST
007130          SET IND-HIST TO W-POS-FACT
007140          MOVE 'TROP-PERCU - REGLEMENT NON APPLIQUE'
007150               TO W-MOTIF-EXC
007160          PERFORM ECRIT-EXCEPTION THRU ECRIT-EXCEPTION-EXIT
007170          GO TO PORTE-TROP-PERCU-EXIT
007180     END-IF.
007190     IF POSTE-INCONNU
007200        ADD 1 TO W-NBR-HIST
007210        ADD 1 TO W-CPT-TROP-PERCU
007220        SET IND-HIST TO W-NBR-HIST
007230        MOVE W-CMD-RECH  TO W-HIST-NUM-CMD (IND-HIST)
007240        MOVE W-HIST-NUM-CLI (W-POS-FACT)
007250             TO W-HIST-NUM-CLI (IND-HIST)
007260        MOVE DAT-RGL     TO W-HIST-DAT-FACT (IND-HIST)
007270        MOVE ZERO        TO W-HIST-MNT-FACT (IND-HIST)
007280        MOVE ZERO        TO W-HIST-MNT-REGLE (IND-HIST)
007290        MOVE ZERO        TO W-HIST-DAT-RGL (IND-HIST)
007300        MOVE 'T'         TO W-HIST-TYP (IND-HIST)
007310        MOVE W-HIST-NUM-FACT (W-POS-FACT)
007320             TO W-HIST-NUM-FACT (IND-HIST)
007330        MOVE DAT-RGL     TO W-HIST-DAT-ECH (IND-HIST)
007340        MOVE ZERO        TO W-HIST-MNT-IMPUTE (IND-HIST)
007350        MOVE SPACE       TO W-HIST-PERTE (IND-HIST)
007360     END-IF.
007370     SET IND-HIST TO W-POS-FACT.
007380     COMPUTE W-EXCEDENT = W-REGLE-CUMUL
007390           + W-HIST-MNT-IMPUTE (IND-HIST)
007400           - W-HIST-MNT-FACT (IND-HIST).
007410     COMPUTE W-HIST-MNT-REGLE (IND-HIST) =
007420             W-HIST-MNT-FACT (IND-HIST)
007430           - W-HIST-MNT-IMPUTE (IND-HIST).
007440     MOVE DAT-RGL TO W-HIST-DAT-RGL (IND-HIST).
007450     IF POSTE-INCONNU
007460        SET IND-HIST TO W-NBR-HIST
007470     ELSE
007480        SET IND-HIST TO 1
007490        SEARCH W-HIST
007500           AT END
007510              CONTINUE
007520           WHEN W-HIST-TYP (IND-HIST) = 'T'
007530            AND W-HIST-NUM-CMD (IND-HIST) = W-CMD-RECH
007540            AND W-HIST-DAT-FACT (IND-HIST) = DAT-RGL
007550              CONTINUE
007560        END-SEARCH
007570     END-IF.
007580     SUBTRACT W-EXCEDENT FROM W-HIST-MNT-FACT (IND-HIST).
007590     SET IND-HIST TO W-POS-FACT.
007600     ADD 1 TO W-CPT-RGL-APPLIQUE.
007610     ADD MNT-RGL TO W-MNT-RGL-APPLIQUE.
007620     ADD W-EXCEDENT TO W-MNT-TROP-PERCU.
007630     MOVE SPACES TO LIGNE-EXC.
007640     STRING 'AVIS - REGLEMENT DU ' DAT-RGL
007650            ' - CLIENT ' NUM-CLI-RGL
007660            ' - COMMANDE ' NUM-CMD-RGL
007670            ' - TROP-PERCU DE ' W-EXCEDENT
007680            ' PORTE AU CREDIT DU CLIENT'
007690            DELIMITED BY SIZE INTO LIGNE-EXC
007700     END-STRING.
007710     WRITE LIGNE-EXC.
007720 PORTE-TROP-PERCU-EXIT.
007730        EXIT.
007740*----------------------------------------------------------------
007750*    IMPUTATION VALIDEE : MONTANT PORTE SUR LA FACTURE OU LES
007760*    FRAIS SOLDES (LES POSTES ARCHIVES DEPUIS SONT IGNORES)
007770*----------------------------------------------------------------
007780 IMPUTE-COTE-DEBIT.
007790     IF W-IMT-COD (IND-IMT) NOT = 'I'
007800        GO TO IMPUTE-COTE-DEBIT-EXIT
007810     END-IF.
007820     MOVE W-IMT-DEB-CMD (IND-IMT)  TO W-RECH-NUM-CMD.
007830     MOVE W-IMT-DEB-TYP (IND-IMT)  TO W-RECH-TYP.
007840     MOVE W-IMT-DEB-FACT (IND-IMT) TO W-RECH-NUM-FACT.
007850     MOVE W-IMT-DEB-DAT (IND-IMT)  TO W-RECH-DAT.
007860     PERFORM CHERCHE-POSTE-IMPUTE THRU CHERCHE-POSTE-IMPUTE-EXIT.
007870     IF POSTE-INCONNU
007880        ADD 1 TO W-CPT-IMT-SANS-POSTE
007890        GO TO IMPUTE-COTE-DEBIT-EXIT
007900     END-IF.
007910     ADD W-IMT-MNT (IND-IMT) TO W-HIST-MNT-IMPUTE (IND-HIST).
007920 IMPUTE-COTE-DEBIT-EXIT.
007930        EXIT.
007940*----------------------------------------------------------------
007950*    IMPUTATION OU REMBOURSEMENT VALIDE : MONTANT CONSOMME SUR
007960*    L'AVOIR OU LE TROP-PERCU
007970*----------------------------------------------------------------
007980 IMPUTE-COTE-CREDIT.
007990     MOVE W-IMT-CRD-CMD (IND-IMT)  TO W-RECH-NUM-CMD.
008000     MOVE W-IMT-CRD-TYP (IND-IMT)  TO W-RECH-TYP.
008010     MOVE W-IMT-CRD-FACT (IND-IMT) TO W-RECH-NUM-FACT.
008020     MOVE W-IMT-CRD-DAT (IND-IMT)  TO W-RECH-DAT.
008030     PERFORM CHERCHE-POSTE-IMPUTE THRU CHERCHE-POSTE-IMPUTE-EXIT.
008040     IF POSTE-INCONNU
008050        ADD 1 TO W-CPT-IMT-SANS-POSTE
008060        GO TO IMPUTE-COTE-CREDIT-EXIT
008070     END-IF.
008080     SUBTRACT W-IMT-MNT (IND-IMT)
008090              FROM W-HIST-MNT-IMPUTE (IND-HIST).
008100     ADD 1 TO W-CPT-IMT-APPLIQUEE.
008110 IMPUTE-COTE-CREDIT-EXIT.
008120        EXIT.
008130*----------------------------------------------------------------
008140 CHERCHE-POSTE-IMPUTE.
008150     SET POSTE-INCONNU TO TRUE.
008160     IF W-NBR-HIST = ZERO
008170        GO TO CHERCHE-POSTE-IMPUTE-EXIT
008180     END-IF.
008190     SET IND-HIST TO 1.
008200     SEARCH W-HIST
008210        AT END
008220           CONTINUE
008230        WHEN W-HIST-NUM-CMD (IND-HIST) = W-RECH-NUM-CMD
008240         AND W-HIST-TYP (IND-HIST) = W-RECH-TYP
008250         AND W-HIST-NUM-FACT (IND-HIST) = W-RECH-NUM-FACT
008260         AND W-HIST-DAT-FACT (IND-HIST) = W-RECH-DAT
008270           SET POSTE-TROUVE TO TRUE
008280     END-SEARCH.
008290 CHERCHE-POSTE-IMPUTE-EXIT.
008300        EXIT.
008310*----------------------------------------------------------------
008320*    UN PRELEVEMENT REJETE PAR LA BANQUE NE VAUT PLUS REMISE
008330*----------------------------------------------------------------
008340 CHERCHE-REJET.
008350     IF W-NBR-RJT = ZERO
008360        GO TO CHERCHE-REJET-EXIT
008370     END-IF.
008380     SET IND-RJT TO 1.
008390     SEARCH W-RJT
008400        AT END
008410           CONTINUE
008420        WHEN W-RJT (IND-RJT) = W-CMD-RECH
008430           SET POSTE-NON-REMIS TO TRUE
008440           ADD 1 TO W-CPT-FACT-REJETEE
008450     END-SEARCH.
008460 CHERCHE-REJET-EXIT.
008470        EXIT.
008480*----------------------------------------------------------------
008490*    SYNTHESE - REJETS, TROP-PERCUS, IMPUTATIONS ET PERTES
008500*----------------------------------------------------------------
008510 REND-COMPTE-LETTRAGE.
008520     MOVE SPACES TO LIGNE-EXC.
008530     STRING 'PRELEVEMENTS REJETES  : ' W-CPT-FACT-REJETEE
008540            DELIMITED BY SIZE INTO LIGNE-EXC
008550     END-STRING.
008560     WRITE LIGNE-EXC.
008570     MOVE SPACES TO LIGNE-EXC.
008580     STRING 'POSTES FRAIS DE REJET : ' W-CPT-POSTE-FRAIS
008590            DELIMITED BY SIZE INTO LIGNE-EXC
008600     END-STRING.
008610     WRITE LIGNE-EXC.
008620     MOVE SPACES TO LIGNE-EXC.
008630     STRING 'REGLEMENTS SUR FRAIS  : ' W-CPT-RGL-SUR-FRAIS
008640            DELIMITED BY SIZE INTO LIGNE-EXC
008650     END-STRING.
008660     WRITE LIGNE-EXC.
008670     MOVE SPACES TO LIGNE-EXC.
008680     STRING 'TROP-PERCUS PORTES    : ' W-CPT-TROP-PERCU
008690            DELIMITED BY SIZE INTO LIGNE-EXC
008700     END-STRING.
008710     WRITE LIGNE-EXC.
008720     MOVE SPACES TO LIGNE-EXC.
008730     STRING 'MONTANT TROP-PERCU    : ' W-MNT-TROP-PERCU
008740            DELIMITED BY SIZE INTO LIGNE-EXC
008750     END-STRING.
008760     WRITE LIGNE-EXC.
008770     MOVE SPACES TO LIGNE-EXC.
008780     STRING 'IMPUTATIONS PORTEES   : ' W-CPT-IMT-APPLIQUEE
008790            DELIMITED BY SIZE INTO LIGNE-EXC
008800     END-STRING.
008810     WRITE LIGNE-EXC.
008820     MOVE SPACES TO LIGNE-EXC.
008830     STRING 'IMPUTATIONS SANS POSTE : ' W-CPT-IMT-SANS-POSTE
008840            DELIMITED BY SIZE INTO LIGNE-EXC
008850     END-STRING.
008860     WRITE LIGNE-EXC.
008870     MOVE SPACES TO LIGNE-EXC.
008880     STRING 'FACTURES EN PERTE     : ' W-CPT-FACT-PERTE
008890            DELIMITED BY SIZE INTO LIGNE-EXC
008900     END-STRING.
008910     WRITE LIGNE-EXC.
008920     MOVE SPACES TO LIGNE-EXC.
008930     STRING 'FACTURES DEPRECIEES   : ' W-CPT-FACT-DEPRECIEE
008940            DELIMITED BY SIZE INTO LIGNE-EXC
008950     END-STRING.
008960     WRITE LIGNE-EXC.
008970     MOVE SPACES TO LIGNE-EXC.
008980     STRING 'PERTES SANS POSTE     : ' W-CPT-PRT-SANS-POSTE
008990            DELIMITED BY SIZE INTO LIGNE-EXC
009000     END-STRING.
009010     WRITE LIGNE-EXC.
009020 REND-COMPTE-LETTRAGE-EXIT.
009030        EXIT.
