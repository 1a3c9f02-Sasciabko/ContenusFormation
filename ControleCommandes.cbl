000270*                       fichiers, production des fichiers epures
000280*                       Ent026 / Ent027 pour la facturation et de
000290*                       l'etat des anomalies Ent028.
000291*  15/10/2026  JFR     Controle de disponibilite : quantites
000292*                       des commandes retenues cumulees par
000293*                       reference et rapprochees du stock
000294*                       Ent076 ; commandes en depassement
000295*                       signalees (avis) sur l'etat Ent028,
000296*                       sans rejet.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320*================================================================
000610     SELECT ENT028  ASSIGN TO ENT028
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS FS-ENT028.
000631*
000632     SELECT ENT076  ASSIGN TO ENT076
000633            ORGANIZATION IS INDEXED
000634            ACCESS MODE IS RANDOM
000635            RECORD KEY IS REF-PDT-STK
000636            FILE STATUS IS FS-ENT076.
000640*
000650     SELECT TRI-CMD   ASSIGN TO SORTWK01.
000660     SELECT TRI-SUITE ASSIGN TO SORTWK02.
001040                            PIC  9(03).
001050         10 PDT-ST          OCCURS 180 TIMES.
001060            20 REF-PDT-ST   PIC  X(15).
001070            20              PIC  X(25).
001072            20 NBR-PDT-ST   PIC  X(02).
001074            20 NBR-PDT-ST-N REDEFINES NBR-PDT-ST
001076                            PIC  9(02).
001078            20              PIC  X(58).
001080*----------------------------------------------------------------
001090*    COMMANDES EPUREES POUR LA FACTURATION
001100*----------------------------------------------------------------
001320             DATA RECORD LIGNE-ANO.
001330 01  LIGNE-ANO              PIC X(132).
001340*----------------------------------------------------------------
001341*    FICHIER DES STOCKS PRODUITS (INDEXE SUR REF-PDT-STK) - LU
001342*    EN ACCES DIRECT POUR LE CONTROLE DE DISPONIBILITE
001343*----------------------------------------------------------------
001344 FD  ENT076 LABEL RECORD STANDARD
001345             RECORD  CONTAINS  100 CHARACTERS
001346             DATA RECORD  ENT-STK.
001347 01  ENT-STK.
001348         10 REF-PDT-STK     PIC  X(15).
001349         10 NOM-PDT-STK     PIC  X(25).
001350         10 QTE-STK         PIC S9(07).
001351         10                 PIC  X(53).
001352*----------------------------------------------------------------
001353*    FICHIER DE TRI DES COMMANDES
001360*----------------------------------------------------------------
001370 SD  TRI-CMD.
001380 01  TRI-CMD-ENR.
001490                            PIC  9(03).
001500         10 PDT-TRI         OCCURS 20 TIMES.
001510            20 REF-PDT-TRI  PIC  X(15).
001520            20              PIC  X(25).
001522            20 NBR-PDT-TRI  PIC  X(02).
001524            20 NBR-PDT-TRI-N REDEFINES NBR-PDT-TRI
001526                            PIC  9(02).
001528            20              PIC  X(58).
001530         10                 PIC  X(73).
001540*----------------------------------------------------------------
001550*    FICHIER DE TRI DES SUITES
001650*   CONSTANTES :
001660 01 C-NOMPGM             PIC  X(08)   VALUE 'CtlCmd'.
001670 01 C-NBR-MAX-LIGNES     PIC  9(03)   VALUE 200.
001675 01 C-NBR-MAX-STK        PIC  9(04)   VALUE 2000.
001680*
001690*   DATE DE TRAITEMENT :
001700 01 W-DATE-TRAITEMENT    PIC  9(08).
001750 01 W-CPT-CMD-REJETEES   PIC  9(07)   VALUE ZERO.
001760 01 W-CPT-SUITES-ECRITES PIC  9(07)   VALUE ZERO.
001770 01 W-CPT-SUITES-ORPH    PIC  9(07)   VALUE ZERO.
001775 01 W-CPT-CMD-STOCK      PIC  9(07)   VALUE ZERO.
001780*
001790*   CLE DE LA COMMANDE PRECEDENTE (DETECTION DES DOUBLONS) :
001800 01 W-CMD-PREC           PIC  9(05)   VALUE ZERO.
001880*
001890*   MOTIF DE L'ANOMALIE EN COURS :
001900 01 W-MOTIF-ANO          PIC  X(62).
001901*
001902*   QUANTITES DEJA DEMANDEES PAR REFERENCE PAR LES COMMANDES
001903*   RETENUES ET STOCK LU DANS ENT076 :
001904 01 W-NBR-STK            PIC  9(04)  COMP VALUE ZERO.
001905 01 W-TABLE-STK.
001906    10 W-STK OCCURS 1 TO 2000 TIMES
001907          DEPENDING ON W-NBR-STK
001908          INDEXED BY IND-STK.
001909       15 W-STK-REF        PIC X(15).
001910       15 W-STK-CONNU      PIC X(01).
001911          88 STK-GERE            VALUE 'O'.
001912       15 W-STK-QTE        PIC S9(07).
001913       15 W-STK-DEMANDE    PIC 9(07).
001914*
001915*   LIGNE DE COMMANDE EN COURS DE CONTROLE DE DISPONIBILITE :
001916 01 W-REF-RECH           PIC  X(15).
001917 01 W-QTE-RECH           PIC  9(02).
001918 01 W-DISPO              PIC S9(07).
001919 01 W-EDT-DISPO          PIC -9(07).
001920 01 W-AVIS-PLAFOND-STK   PIC  X(01)   VALUE 'N'.
001921    88 PLAFOND-STK-SIGNALE      VALUE 'O'.
001922*================================================================
001923 LOCAL-STORAGE SECTION.
001930*    ---
001940*
001950* VARIABLES DE CONTROLE DE FLUX.
002120   88 SUITE-DISPONIBLE     VALUE "OK".
002130   88 SUITE-EPUISEE        VALUE "KO".
002140*
002141* CONTROLE DE DISPONIBILITE POSSIBLE (ENT076 OUVERT).
002142 01                     PIC   X(02).
002143   88 STOCK-CONTROLE       VALUE "OK".
002144   88 STOCK-NON-CONTROLE   VALUE "KO".
002145*
002146* DISPONIBILITE DE LA COMMANDE EN COURS.
002147 01                     PIC   X(02).
002148   88 CMD-SERVIE           VALUE "OK".
002149   88 CMD-NON-SERVIE       VALUE "KO".
002150*
002151* PRESENCE DE LA REFERENCE EN COURS DANS LA TABLE DES STOCKS.
002152 01                     PIC   X(02).
002153   88 STK-EN-TABLE         VALUE "OK".
002154   88 STK-HORS-TABLE       VALUE "KO".
002155*
002156 01 W-STATUS.
002160   10 FS-ENT020         PIC   X(02).
002170      88 FS-ENT020-OK      VALUE "00".
002180   10 FS-ENT021         PIC   X(02).
002260      88 FS-ENT027-OK      VALUE "00".
002270   10 FS-ENT028         PIC   X(02).
002280      88 FS-ENT028-OK      VALUE "00".
002283   10 FS-ENT076         PIC   X(02).
002286      88 FS-ENT076-OK      VALUE "00".
002290*================================================================
002300 PROCEDURE DIVISION.
002310*    ---------------------
002650     WRITE LIGNE-ANO.
002660     MOVE SPACES TO LIGNE-ANO.
002670     WRITE LIGNE-ANO.
002671     SET STOCK-CONTROLE TO TRUE.
002672     OPEN INPUT ENT076.
002673     IF NOT FS-ENT076-OK
002674        SET STOCK-NON-CONTROLE TO TRUE
002675        MOVE SPACES TO LIGNE-ANO
002676        STRING 'AVIS - ENT076 - FICHIER DES STOCKS INDISPONIBLE'
002677               ' (STATUT ' FS-ENT076 ') - DISPONIBILITE NON'
002678               ' CONTROLEE'
002679               DELIMITED BY SIZE INTO LIGNE-ANO
002680        END-STRING
002681        WRITE LIGNE-ANO
002682     END-IF.
002683 DEBUT-EXIT.
002690        EXIT.
002700*================================================================
002710*    TRAITEMENT PRINCIPAL - TRI DES SUITES PUIS TRI ET CONTROLE
003260*----------------------------------------------------------------
003270 CONTROLE-UNE-COMMANDE.
003280     SET CMD-VALIDE TO TRUE.
003285     SET CMD-SERVIE TO TRUE.
003290     PERFORM CONTROLE-ZONES THRU CONTROLE-ZONES-EXIT.
003300     IF CMD-INVALIDE
003310        GO TO CONTROLE-UNE-COMMANDE-FIN
003490        MOVE TRI-CMD-ENR TO ENT-CMD-EPUREE
003500        WRITE ENT-CMD-EPUREE
003510        ADD 1 TO W-CPT-CMD-VALIDES
003511        PERFORM CONTROLE-STOCK-ENTETE
003512                THRU CONTROLE-STOCK-ENTETE-EXIT
003513        IF CMD-NON-SERVIE
003514           ADD 1 TO W-CPT-CMD-STOCK
003515        END-IF
003520     END-IF.
003530 CONTROLE-UNE-COMMANDE-FIN.
003540     PERFORM RETOURNE-COMMANDE THRU RETOURNE-COMMANDE-EXIT.
004960        PERFORM LIT-SUITE-TRIEE THRU LIT-SUITE-TRIEE-EXIT
004970        GO TO CONTROLE-SUITE-EXIT
004980     END-IF.
004985     PERFORM CONTROLE-STOCK-SUITE THRU CONTROLE-STOCK-SUITE-EXIT.
004990     MOVE ENT-SUITE-TRIEE TO ENT-SUITE-EPUREE.
005000     WRITE ENT-SUITE-EPUREE.
005010     ADD 1 TO W-CPT-SUITES-ECRITES.
005490 FIN.
005500     PERFORM REND-COMPTE THRU REND-COMPTE-EXIT.
005510     CLOSE ENT026 ENT027 ENT028.
005512     IF STOCK-CONTROLE
005514        CLOSE ENT076
005516     END-IF.
005520 FIN-EXIT.
005530        EXIT.
005540*----------------------------------------------------------------
005800            DELIMITED BY SIZE INTO LIGNE-ANO
005810     END-STRING.
005820     WRITE LIGNE-ANO.
005821     MOVE SPACES TO LIGNE-ANO.
005822     STRING 'STOCK INSUFFISANT    : ' W-CPT-CMD-STOCK
005823            DELIMITED BY SIZE INTO LIGNE-ANO
005824     END-STRING.
005825     WRITE LIGNE-ANO.
005830 REND-COMPTE-EXIT.
005840        EXIT.
005850*================================================================
005860*    CONTROLE DE DISPONIBILITE DES COMMANDES RETENUES : LES
005870*    QUANTITES SONT CUMULEES PAR REFERENCE SUR L'ENSEMBLE DES
005880*    COMMANDES DU PASSAGE ET RAPPROCHEES DU STOCK ENT076. UNE
005890*    COMMANDE EN DEPASSEMENT EST SIGNALEE, NON REJETEE.
005900*================================================================
005910 CONTROLE-STOCK-ENTETE.
005920     IF STOCK-NON-CONTROLE
005930        GO TO CONTROLE-STOCK-ENTETE-EXIT
005940     END-IF.
005950     PERFORM CONTROLE-STOCK-LIGNE-ENT
005960             THRU CONTROLE-STOCK-LIGNE-ENT-EXIT
005970             VARYING W-IDX-LIGNE FROM 1 BY 1
005980             UNTIL W-IDX-LIGNE > 20.
005990 CONTROLE-STOCK-ENTETE-EXIT.
006000        EXIT.
006010*----------------------------------------------------------------
006020 CONTROLE-STOCK-LIGNE-ENT.
006030     IF REF-PDT-TRI (W-IDX-LIGNE) = SPACES
006040        OR NBR-PDT-TRI (W-IDX-LIGNE) NOT NUMERIC
006050          GO TO CONTROLE-STOCK-LIGNE-ENT-EXIT
006060     END-IF.
006070     MOVE REF-PDT-TRI (W-IDX-LIGNE) TO W-REF-RECH.
006080     MOVE NBR-PDT-TRI-N (W-IDX-LIGNE) TO W-QTE-RECH.
006090     PERFORM CONTROLE-DISPONIBLE THRU CONTROLE-DISPONIBLE-EXIT.
006100 CONTROLE-STOCK-LIGNE-ENT-EXIT.
006110        EXIT.
006120*----------------------------------------------------------------
006130 CONTROLE-STOCK-SUITE.
006140     IF STOCK-NON-CONTROLE
006150        GO TO CONTROLE-STOCK-SUITE-EXIT
006160     END-IF.
006170     PERFORM CONTROLE-STOCK-LIGNE-ST
006180             THRU CONTROLE-STOCK-LIGNE-ST-EXIT
006190             VARYING W-IDX-LIGNE FROM 1 BY 1
006200             UNTIL W-IDX-LIGNE > 180.
006210 CONTROLE-STOCK-SUITE-EXIT.
006220        EXIT.
006230*----------------------------------------------------------------
006240 CONTROLE-STOCK-LIGNE-ST.
006250     IF REF-PDT-ST (W-IDX-LIGNE) = SPACES
006260        OR NBR-PDT-ST (W-IDX-LIGNE) NOT NUMERIC
006270          GO TO CONTROLE-STOCK-LIGNE-ST-EXIT
006280     END-IF.
006290     MOVE REF-PDT-ST (W-IDX-LIGNE) TO W-REF-RECH.
006300     MOVE NBR-PDT-ST-N (W-IDX-LIGNE) TO W-QTE-RECH.
006310     PERFORM CONTROLE-DISPONIBLE THRU CONTROLE-DISPONIBLE-EXIT.
006320 CONTROLE-STOCK-LIGNE-ST-EXIT.
006330        EXIT.
006340*----------------------------------------------------------------
006350*    RAPPROCHEMENT D'UNE LIGNE (W-REF-RECH, W-QTE-RECH) DU STOCK
006360*    RESTANT APRES LES COMMANDES DEJA CONTROLEES
006370*----------------------------------------------------------------
006380 CONTROLE-DISPONIBLE.
006390     PERFORM CHERCHE-STOCK THRU CHERCHE-STOCK-EXIT.
006400     IF STK-HORS-TABLE
006410        GO TO CONTROLE-DISPONIBLE-EXIT
006420     END-IF.
006430     IF NOT STK-GERE (IND-STK)
006440        SET CMD-NON-SERVIE TO TRUE
006450        MOVE SPACES TO LIGNE-ANO
006460        STRING 'AVIS - COMMANDE ' NUM-CMD-TRI
006470               ' - REF ' W-REF-RECH
006480               ' ABSENTE DU FICHIER DES STOCKS ENT076'
006490               DELIMITED BY SIZE INTO LIGNE-ANO
006500        END-STRING
006510        WRITE LIGNE-ANO
006520        GO TO CONTROLE-DISPONIBLE-EXIT
006530     END-IF.
006540     COMPUTE W-DISPO = W-STK-QTE (IND-STK)
006550                     - W-STK-DEMANDE (IND-STK).
006560     IF W-QTE-RECH > W-DISPO
006570        SET CMD-NON-SERVIE TO TRUE
006580        MOVE W-DISPO TO W-EDT-DISPO
006590        MOVE SPACES TO LIGNE-ANO
006600        STRING 'AVIS - COMMANDE ' NUM-CMD-TRI
006610               ' - STOCK INSUFFISANT - REF ' W-REF-RECH
006620               ' QTE ' W-QTE-RECH ' DISPONIBLE ' W-EDT-DISPO
006630               DELIMITED BY SIZE INTO LIGNE-ANO
006640        END-STRING
006650        WRITE LIGNE-ANO
006660     END-IF.
006670     ADD W-QTE-RECH TO W-STK-DEMANDE (IND-STK).
006680 CONTROLE-DISPONIBLE-EXIT.
006690        EXIT.
006700*----------------------------------------------------------------
006710*    RECHERCHE DE W-REF-RECH DANS LA TABLE DES STOCKS ; UNE
006720*    REFERENCE NOUVELLE EST LUE DANS ENT076 ET AJOUTEE
006730*----------------------------------------------------------------
006740 CHERCHE-STOCK.
006750     SET STK-HORS-TABLE TO TRUE.
006760     IF W-NBR-STK > ZERO
006770        SET IND-STK TO 1
006780        SEARCH W-STK
006790           AT END
006800              CONTINUE
006810           WHEN W-STK-REF (IND-STK) = W-REF-RECH
006820              SET STK-EN-TABLE TO TRUE
006830        END-SEARCH
006840     END-IF.
006850     IF STK-EN-TABLE
006860        GO TO CHERCHE-STOCK-EXIT
006870     END-IF.
006880     IF W-NBR-STK NOT LESS THAN C-NBR-MAX-STK
006890        IF NOT PLAFOND-STK-SIGNALE
006900           MOVE 'O' TO W-AVIS-PLAFOND-STK
006910           MOVE SPACES TO LIGNE-ANO
006920           STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-STK
006930                  ' REFERENCES ATTEINT - REFERENCES SUIVANTES NON'
006940                  ' CONTROLEES EN STOCK'
006950                  DELIMITED BY SIZE INTO LIGNE-ANO
006960           END-STRING
006970           WRITE LIGNE-ANO
006980        END-IF
006990        GO TO CHERCHE-STOCK-EXIT
007000     END-IF.
007010     ADD 1 TO W-NBR-STK.
007020     SET IND-STK TO W-NBR-STK.
007030     MOVE W-REF-RECH TO W-STK-REF (IND-STK).
007040     MOVE ZERO TO W-STK-DEMANDE (IND-STK).
007050     MOVE W-REF-RECH TO REF-PDT-STK.
007060     READ ENT076
007070        INVALID KEY
007080           MOVE 'N' TO W-STK-CONNU (IND-STK)
007090           MOVE ZERO TO W-STK-QTE (IND-STK)
007100        NOT INVALID KEY
007110           MOVE 'O' TO W-STK-CONNU (IND-STK)
007120           MOVE QTE-STK TO W-STK-QTE (IND-STK)
007130     END-READ.
007140     SET STK-EN-TABLE TO TRUE.
007150 CHERCHE-STOCK-EXIT.
007160        EXIT.
