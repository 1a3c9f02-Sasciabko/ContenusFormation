000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         ETATSTK.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : etat quotidien de
000230*                       reapprovisionnement Ent081 - references
000240*                       du fichier des stocks Ent076 en stock
000250*                       negatif ou ayant atteint leur seuil de
000260*                       reapprovisionnement, avec la quantite a
000270*                       commander et les derniers mouvements du
000280*                       journal Ent078 qui y ont conduit.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310*================================================================
000320 CONFIGURATION SECTION.
000330*    ---
000340 SOURCE-COMPUTER.      IBM-370.
000350 OBJECT-COMPUTER.      IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380*    ---
000390 FILE-CONTROL.
000400     SELECT ENT076  ASSIGN TO ENT076
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS SEQUENTIAL
000430            RECORD KEY IS REF-PDT-STK
000440            FILE STATUS IS FS-ENT076.
000450*
000460     SELECT OPTIONAL ENT078  ASSIGN TO ENT078
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS FS-ENT078.
000490*
000500     SELECT ENT081  ASSIGN TO ENT081
000510            ORGANIZATION IS SEQUENTIAL
000520            FILE STATUS IS FS-ENT081.
000530*================================================================
000540 DATA DIVISION.
000550*================================================================
000560 FILE SECTION.
000570*    ---
000580*----------------------------------------------------------------
000590*    FICHIER DES STOCKS PRODUITS (INDEXE SUR REF-PDT-STK), LU
000600*    DANS L'ORDRE DES REFERENCES
000610*----------------------------------------------------------------
000620 FD  ENT076 LABEL RECORD STANDARD
000630             RECORD  CONTAINS  100 CHARACTERS
000640             DATA RECORD  ENT-STK.
000650 01  ENT-STK.
000660         10 REF-PDT-STK     PIC  X(15).
000670         10 NOM-PDT-STK     PIC  X(25).
000680         10 QTE-STK         PIC S9(07).
000690         10 SEUIL-STK       PIC  9(07).
000700         10 QTE-REAP-STK    PIC  9(07).
000710         10 DAT-CRE-STK     PIC  9(08).
000720         10 DAT-MVT-STK     PIC  9(08).
000730         10 DAT-INV-STK     PIC  9(08).
000740         10                 PIC  X(15).
000750*----------------------------------------------------------------
000760*    JOURNAL CUMULATIF DES MOUVEMENTS DE STOCK (PRODUIT PAR
000770*    MAJSTK)
000780*----------------------------------------------------------------
000790 FD  ENT078 LABEL RECORD STANDARD
000800             BLOCK   CONTAINS    0 RECORDS
000810             RECORD  CONTAINS   80 CHARACTERS
000820             RECORDING MODE IS   F
000830             DATA RECORD ENT-JST.
000840 01  ENT-JST.
000850         10 DAT-JST         PIC  9(08).
000860         10 REF-PDT-JST     PIC  X(15).
000870         10 TYP-JST         PIC  X(01).
000880         10 QTE-JST         PIC S9(07).
000890         10 STK-APRES-JST   PIC S9(07).
000900         10 NUM-FACT-JST    PIC  9(05).
000910         10 NUM-CMD-JST     PIC  9(05).
000920         10 NUM-CLI-JST     PIC  9(05).
000930         10 LIB-JST         PIC  X(18).
000940         10                 PIC  X(09).
000950*----------------------------------------------------------------
000960*    ETAT DE REAPPROVISIONNEMENT
000970*----------------------------------------------------------------
000980 FD  ENT081 LABEL RECORDS OMITTED
000990             RECORD  CONTAINS  132 CHARACTERS
001000             RECORDING MODE IS   F
001010             DATA RECORD LIGNE-ETA.
001020 01  LIGNE-ETA              PIC X(132).
001030*================================================================
001040 WORKING-STORAGE SECTION.
001050*    ---
001060*
001070*   CONSTANTES :
001080 01 C-NOMPGM             PIC  X(08)   VALUE 'EtatStk'.
001090 01 C-NBR-MAX-SIG        PIC  9(04)   VALUE 2000.
001100 01 C-NBR-MAX-MVT        PIC  9(01)   VALUE 5.
001110*
001120*   DATE DE TRAITEMENT :
001130 01 W-DATE-TRAITEMENT    PIC  9(08).
001140*
001150*   COMPTEURS DE L'ETAT :
001160 01 W-CPT-REF-LUES       PIC  9(07)   VALUE ZERO.
001170 01 W-CPT-NEGATIF        PIC  9(07)   VALUE ZERO.
001180 01 W-CPT-SEUIL          PIC  9(07)   VALUE ZERO.
001190 01 W-CPT-JST-LUS        PIC  9(07)   VALUE ZERO.
001200*
001210*   LIBELLES DES TYPES DE MOUVEMENT DU JOURNAL :
001220 01 W-TYPES-VALEURS.
001230    10 PIC X(11) VALUE 'CCREATION  '.
001240    10 PIC X(11) VALUE 'RRECEPTION '.
001250    10 PIC X(11) VALUE 'IINVENTAIRE'.
001260    10 PIC X(11) VALUE 'SSORTIE    '.
001270    10 PIC X(11) VALUE 'ERETOUR    '.
001280 01 W-TABLE-TYPES REDEFINES W-TYPES-VALEURS.
001290    10 W-TYP OCCURS 5 TIMES
001300          INDEXED BY IND-TYP.
001310       15 W-TYP-CODE       PIC X(01).
001320       15 W-TYP-LIB        PIC X(10).
001330*
001340*   TABLE DES REFERENCES SIGNALEES (STOCK NEGATIF OU SEUIL
001350*   ATTEINT) ET DE LEURS DERNIERS MOUVEMENTS :
001360 01 W-NBR-SIG            PIC  9(04)  COMP VALUE ZERO.
001370 01 W-TABLE-SIG.
001380    10 W-SIG OCCURS 1 TO 2000 TIMES
001390          DEPENDING ON W-NBR-SIG
001400          INDEXED BY IND-SIG.
001410       15 W-SIG-REF        PIC X(15).
001420       15 W-SIG-NOM        PIC X(25).
001430       15 W-SIG-QTE        PIC S9(07).
001440       15 W-SIG-SEUIL      PIC 9(07).
001450       15 W-SIG-REAP       PIC 9(07).
001460       15 W-SIG-DAT-INV    PIC 9(08).
001470       15 W-SIG-ETAT       PIC X(01).
001480          88 SIG-NEGATIF         VALUE 'N'.
001490          88 SIG-SEUIL           VALUE 'S'.
001500       15 W-SIG-NBR-MVT    PIC 9(01).
001510       15 W-SIG-MVT OCCURS 5 TIMES.
001520          20 W-MVT-DAT     PIC 9(08).
001530          20 W-MVT-TYP     PIC X(01).
001540          20 W-MVT-QTE     PIC S9(07).
001550          20 W-MVT-APRES   PIC S9(07).
001560          20 W-MVT-FACT    PIC 9(05).
001570          20 W-MVT-CMD     PIC 9(05).
001580          20 W-MVT-CLI     PIC 9(05).
001590          20 W-MVT-LIB     PIC X(18).
001600*
001610*   PARCOURS DES MOUVEMENTS D'UNE REFERENCE :
001620 01 W-IDX-MVT            PIC  9(01).
001630 01 W-IDX-SUIV           PIC  9(01).
001640 01 W-ETAT-EDITE         PIC  X(01).
001650*
001660*   ZONES D'EDITION :
001670 01 W-EDT-QTE            PIC -9(07).
001680 01 W-EDT-APRES          PIC -9(07).
001690 01 W-EDT-SEUIL          PIC  9(07).
001700 01 W-EDT-REAP           PIC  9(07).
001710 01 W-LIB-TYPE           PIC  X(10).
001720*================================================================
001730 LOCAL-STORAGE SECTION.
001740*    ---
001750*
001760* VARIABLES DE CONTROLE DE FLUX.
001770 01                     PIC   X(02).
001780   88 TRT-OK               VALUE "OK".
001790   88 TRT-KO               VALUE "KO".
001800*
001810* PRESENCE DE LA REFERENCE DU MOUVEMENT LU DANS LA TABLE.
001820 01                     PIC   X(02).
001830   88 SIG-TROUVEE          VALUE "OK".
001840   88 SIG-ABSENTE          VALUE "KO".
001850*
001860 01 W-STATUS.
001870   10 FS-ENT076         PIC   X(02).
001880      88 FS-ENT076-OK      VALUE "00".
001890      88 FIN-ENT076        VALUE "10".
001900   10 FS-ENT078         PIC   X(02).
001910      88 FS-ENT078-OK      VALUE "00".
001920      88 FS-ENT078-ABS     VALUE "05".
001930      88 FIN-ENT078        VALUE "10".
001940   10 FS-ENT081         PIC   X(02).
001950      88 FS-ENT081-OK      VALUE "00".
001960*================================================================
001970 PROCEDURE DIVISION.
001980*    ---------------------
001990*
002000     PERFORM DEBUT THRU DEBUT-EXIT.
002010     IF TRT-OK
002020        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
002030     END-IF.
002040     PERFORM FIN THRU FIN-EXIT.
002050     STOP RUN.
002060*================================================================
002070*    INITIALISATIONS DE DEBUT DE TRAITEMENT : SELECTION DES
002080*    REFERENCES A SIGNALER PUIS RECHERCHE DE LEURS DERNIERS
002090*    MOUVEMENTS DANS LE JOURNAL
002100*================================================================
002110 DEBUT.
002120     SET TRT-OK TO TRUE.
002130     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002140     OPEN OUTPUT ENT081.
002150     IF NOT FS-ENT081-OK
002160        SET TRT-KO TO TRUE
002170        GO TO DEBUT-EXIT
002180     END-IF.
002190     MOVE SPACES TO LIGNE-ETA.
002200     STRING 'ETAT DE REAPPROVISIONNEMENT DES STOCKS PRODUITS - '
002210            C-NOMPGM ' DU ' W-DATE-TRAITEMENT
002220            DELIMITED BY SIZE INTO LIGNE-ETA
002230     END-STRING.
002240     WRITE LIGNE-ETA.
002250     MOVE SPACES TO LIGNE-ETA.
002260     WRITE LIGNE-ETA.
002270     OPEN INPUT ENT076.
002280     IF NOT FS-ENT076-OK
002290        MOVE SPACES TO LIGNE-ETA
002300        STRING 'ERREUR - ENT076 - FICHIER DES STOCKS ILLISIBLE'
002310               ' (STATUT ' FS-ENT076 ') - ARRET'
002320               DELIMITED BY SIZE INTO LIGNE-ETA
002330        END-STRING
002340        WRITE LIGNE-ETA
002350        SET TRT-KO TO TRUE
002360        GO TO DEBUT-EXIT
002370     END-IF.
002380     PERFORM LIT-STOCK THRU LIT-STOCK-EXIT
002390             UNTIL FIN-ENT076
002400                OR W-NBR-SIG NOT LESS THAN C-NBR-MAX-SIG.
002410     IF NOT FIN-ENT076
002420        MOVE SPACES TO LIGNE-ETA
002430        STRING 'AVIS - ENT076 - PLAFOND DE ' C-NBR-MAX-SIG
002440               ' REFERENCES SIGNALEES ATTEINT - REFERENCES'
002450               ' SUIVANTES NON EXAMINEES'
002460               DELIMITED BY SIZE INTO LIGNE-ETA
002470        END-STRING
002480        WRITE LIGNE-ETA
002490     END-IF.
002500     CLOSE ENT076.
002510     IF W-NBR-SIG > ZERO
002520        PERFORM CHARGE-MOUVEMENTS THRU CHARGE-MOUVEMENTS-EXIT
002530     END-IF.
002540 DEBUT-EXIT.
002550        EXIT.
002560*----------------------------------------------------------------
002570*    SELECTION D'UNE REFERENCE : STOCK NEGATIF, OU SEUIL DE
002580*    REAPPROVISIONNEMENT RENSEIGNE ET ATTEINT (STOCK INFERIEUR
002590*    OU EGAL AU SEUIL)
002600*----------------------------------------------------------------
002610 LIT-STOCK.
002620     READ ENT076
002630        AT END
002640           SET FIN-ENT076 TO TRUE
002650           GO TO LIT-STOCK-EXIT
002660     END-READ.
002670     ADD 1 TO W-CPT-REF-LUES.
002680     IF QTE-STK < ZERO
002690        MOVE 'N' TO W-ETAT-EDITE
002700        ADD 1 TO W-CPT-NEGATIF
002710     ELSE
002720        IF SEUIL-STK > ZERO
002730           AND QTE-STK NOT GREATER THAN SEUIL-STK
002740             MOVE 'S' TO W-ETAT-EDITE
002750             ADD 1 TO W-CPT-SEUIL
002760        ELSE
002770           GO TO LIT-STOCK-EXIT
002780        END-IF
002790     END-IF.
002800     ADD 1 TO W-NBR-SIG.
002810     SET IND-SIG TO W-NBR-SIG.
002820     MOVE REF-PDT-STK  TO W-SIG-REF (IND-SIG).
002830     MOVE NOM-PDT-STK  TO W-SIG-NOM (IND-SIG).
002840     MOVE QTE-STK      TO W-SIG-QTE (IND-SIG).
002850     MOVE SEUIL-STK    TO W-SIG-SEUIL (IND-SIG).
002860     MOVE QTE-REAP-STK TO W-SIG-REAP (IND-SIG).
002870     MOVE DAT-INV-STK  TO W-SIG-DAT-INV (IND-SIG).
002880     MOVE W-ETAT-EDITE TO W-SIG-ETAT (IND-SIG).
002890     MOVE ZERO         TO W-SIG-NBR-MVT (IND-SIG).
002900 LIT-STOCK-EXIT.
002910        EXIT.
002920*----------------------------------------------------------------
002930*    LECTURE DU JOURNAL : SEULS LES CINQ DERNIERS MOUVEMENTS DE
002940*    CHAQUE REFERENCE SIGNALEE SONT CONSERVES
002950*----------------------------------------------------------------
002960 CHARGE-MOUVEMENTS.
002970     OPEN INPUT ENT078.
002980     IF NOT FS-ENT078-OK AND NOT FS-ENT078-ABS
002990        MOVE SPACES TO LIGNE-ETA
003000        STRING 'AVIS - ENT078 - JOURNAL DES MOUVEMENTS ILLISIBLE'
003010               ' (STATUT ' FS-ENT078 ') - MOUVEMENTS NON EDITES'
003020               DELIMITED BY SIZE INTO LIGNE-ETA
003030        END-STRING
003040        WRITE LIGNE-ETA
003050        GO TO CHARGE-MOUVEMENTS-EXIT
003060     END-IF.
003070     PERFORM LIT-MOUVEMENT THRU LIT-MOUVEMENT-EXIT
003080             UNTIL FIN-ENT078.
003090     CLOSE ENT078.
003100 CHARGE-MOUVEMENTS-EXIT.
003110        EXIT.
003120*----------------------------------------------------------------
003130 LIT-MOUVEMENT.
003140     READ ENT078
003150        AT END
003160           SET FIN-ENT078 TO TRUE
003170           GO TO LIT-MOUVEMENT-EXIT
003180     END-READ.
003190     ADD 1 TO W-CPT-JST-LUS.
003200     SET SIG-ABSENTE TO TRUE.
003210     SET IND-SIG TO 1.
003220     SEARCH W-SIG
003230        AT END
003240           CONTINUE
003250        WHEN W-SIG-REF (IND-SIG) = REF-PDT-JST
003260           SET SIG-TROUVEE TO TRUE
003270     END-SEARCH.
003280     IF SIG-ABSENTE
003290        GO TO LIT-MOUVEMENT-EXIT
003300     END-IF.
003310     IF W-SIG-NBR-MVT (IND-SIG) < C-NBR-MAX-MVT
003320        ADD 1 TO W-SIG-NBR-MVT (IND-SIG)
003330     ELSE
003340        PERFORM DECALE-UN-MOUVEMENT
003350                THRU DECALE-UN-MOUVEMENT-EXIT
003360                VARYING W-IDX-MVT FROM 1 BY 1
003370                UNTIL W-IDX-MVT NOT LESS THAN C-NBR-MAX-MVT
003380     END-IF.
003390     MOVE W-SIG-NBR-MVT (IND-SIG) TO W-IDX-MVT.
003400     MOVE DAT-JST       TO W-MVT-DAT (IND-SIG, W-IDX-MVT).
003410     MOVE TYP-JST       TO W-MVT-TYP (IND-SIG, W-IDX-MVT).
003420     MOVE QTE-JST       TO W-MVT-QTE (IND-SIG, W-IDX-MVT).
003430     MOVE STK-APRES-JST TO W-MVT-APRES (IND-SIG, W-IDX-MVT).
003440     MOVE NUM-FACT-JST  TO W-MVT-FACT (IND-SIG, W-IDX-MVT).
003450     MOVE NUM-CMD-JST   TO W-MVT-CMD (IND-SIG, W-IDX-MVT).
003460     MOVE NUM-CLI-JST   TO W-MVT-CLI (IND-SIG, W-IDX-MVT).
003470     MOVE LIB-JST       TO W-MVT-LIB (IND-SIG, W-IDX-MVT).
003480 LIT-MOUVEMENT-EXIT.
003490        EXIT.
003500*----------------------------------------------------------------
003510*    LE MOUVEMENT LE PLUS ANCIEN EST ECARTE : CHAQUE MOUVEMENT
003520*    CONSERVE REMONTE D'UN RANG
003530*----------------------------------------------------------------
003540 DECALE-UN-MOUVEMENT.
003550     COMPUTE W-IDX-SUIV = W-IDX-MVT + 1.
003560     MOVE W-SIG-MVT (IND-SIG, W-IDX-SUIV)
003570          TO W-SIG-MVT (IND-SIG, W-IDX-MVT).
003580 DECALE-UN-MOUVEMENT-EXIT.
003590        EXIT.
003600*================================================================
003610*    TRAITEMENT PRINCIPAL - EDITION DES STOCKS NEGATIFS PUIS
003620*    DES REFERENCES A REAPPROVISIONNER
003630*================================================================
003640 TRAITEMENT.
003650     MOVE SPACES TO LIGNE-ETA.
003660     STRING '1 - REFERENCES EN STOCK NEGATIF'
003670            DELIMITED BY SIZE INTO LIGNE-ETA
003680     END-STRING.
003690     WRITE LIGNE-ETA.
003700     MOVE 'N' TO W-ETAT-EDITE.
003710     PERFORM EDITE-UNE-REFERENCE THRU EDITE-UNE-REFERENCE-EXIT
003720             VARYING IND-SIG FROM 1 BY 1
003730             UNTIL IND-SIG > W-NBR-SIG.
003740     IF W-CPT-NEGATIF = ZERO
003750        MOVE SPACES TO LIGNE-ETA
003760        STRING '   NEANT' DELIMITED BY SIZE INTO LIGNE-ETA
003770        END-STRING
003780        WRITE LIGNE-ETA
003790     END-IF.
003800     MOVE SPACES TO LIGNE-ETA.
003810     WRITE LIGNE-ETA.
003820     MOVE SPACES TO LIGNE-ETA.
003830     STRING '2 - REFERENCES AYANT ATTEINT LEUR SEUIL DE'
003840            ' REAPPROVISIONNEMENT'
003850            DELIMITED BY SIZE INTO LIGNE-ETA
003860     END-STRING.
003870     WRITE LIGNE-ETA.
003880     MOVE 'S' TO W-ETAT-EDITE.
003890     PERFORM EDITE-UNE-REFERENCE THRU EDITE-UNE-REFERENCE-EXIT
003900             VARYING IND-SIG FROM 1 BY 1
003910             UNTIL IND-SIG > W-NBR-SIG.
003920     IF W-CPT-SEUIL = ZERO
003930        MOVE SPACES TO LIGNE-ETA
003940        STRING '   NEANT' DELIMITED BY SIZE INTO LIGNE-ETA
003950        END-STRING
003960        WRITE LIGNE-ETA
003970     END-IF.
003980 TRAITEMENT-EXIT.
003990        EXIT.
004000*----------------------------------------------------------------
004010*    EDITION D'UNE REFERENCE DE LA SECTION EN COURS
004020*    (W-ETAT-EDITE) ET DE SES DERNIERS MOUVEMENTS
004030*----------------------------------------------------------------
004040 EDITE-UNE-REFERENCE.
004050     IF W-SIG-ETAT (IND-SIG) NOT = W-ETAT-EDITE
004060        GO TO EDITE-UNE-REFERENCE-EXIT
004070     END-IF.
004080     MOVE W-SIG-QTE (IND-SIG) TO W-EDT-QTE.
004090     MOVE W-SIG-SEUIL (IND-SIG) TO W-EDT-SEUIL.
004100     MOVE W-SIG-REAP (IND-SIG) TO W-EDT-REAP.
004110     MOVE SPACES TO LIGNE-ETA.
004120     WRITE LIGNE-ETA.
004130     MOVE SPACES TO LIGNE-ETA.
004140     STRING '   REF ' W-SIG-REF (IND-SIG)
004150            ' ' W-SIG-NOM (IND-SIG)
004160            ' STOCK ' W-EDT-QTE
004170            ' SEUIL ' W-EDT-SEUIL
004180            ' A COMMANDER ' W-EDT-REAP
004190            ' INVENTAIRE ' W-SIG-DAT-INV (IND-SIG)
004200            DELIMITED BY SIZE INTO LIGNE-ETA
004210     END-STRING.
004220     WRITE LIGNE-ETA.
004230     IF W-SIG-NBR-MVT (IND-SIG) = ZERO
004240        MOVE SPACES TO LIGNE-ETA
004250        STRING '      AUCUN MOUVEMENT AU JOURNAL ENT078'
004260               DELIMITED BY SIZE INTO LIGNE-ETA
004270        END-STRING
004280        WRITE LIGNE-ETA
004290        GO TO EDITE-UNE-REFERENCE-EXIT
004300     END-IF.
004310     PERFORM EDITE-UN-MOUVEMENT THRU EDITE-UN-MOUVEMENT-EXIT
004320             VARYING W-IDX-MVT FROM 1 BY 1
004330             UNTIL W-IDX-MVT > W-SIG-NBR-MVT (IND-SIG).
004340 EDITE-UNE-REFERENCE-EXIT.
004350        EXIT.
004360*----------------------------------------------------------------
004370 EDITE-UN-MOUVEMENT.
004380     MOVE SPACES TO W-LIB-TYPE.
004390     SET IND-TYP TO 1.
004400     SEARCH W-TYP
004410        AT END
004420           MOVE W-MVT-TYP (IND-SIG, W-IDX-MVT) TO W-LIB-TYPE
004430        WHEN W-TYP-CODE (IND-TYP) = W-MVT-TYP (IND-SIG, W-IDX-MVT)
004440           MOVE W-TYP-LIB (IND-TYP) TO W-LIB-TYPE
004450     END-SEARCH.
004460     MOVE W-MVT-QTE (IND-SIG, W-IDX-MVT) TO W-EDT-QTE.
004470     MOVE W-MVT-APRES (IND-SIG, W-IDX-MVT) TO W-EDT-APRES.
004480     MOVE SPACES TO LIGNE-ETA.
004490     IF W-MVT-FACT (IND-SIG, W-IDX-MVT) > ZERO
004500        STRING '      ' W-MVT-DAT (IND-SIG, W-IDX-MVT)
004510               ' ' W-LIB-TYPE ' QTE ' W-EDT-QTE
004520               ' STOCK APRES ' W-EDT-APRES
004530               ' FACTURE ' W-MVT-FACT (IND-SIG, W-IDX-MVT)
004540               ' CMD ' W-MVT-CMD (IND-SIG, W-IDX-MVT)
004550               ' CLIENT ' W-MVT-CLI (IND-SIG, W-IDX-MVT)
004560               DELIMITED BY SIZE INTO LIGNE-ETA
004570        END-STRING
004580     ELSE
004590        STRING '      ' W-MVT-DAT (IND-SIG, W-IDX-MVT)
004600               ' ' W-LIB-TYPE ' QTE ' W-EDT-QTE
004610               ' STOCK APRES ' W-EDT-APRES
004620               ' ' W-MVT-LIB (IND-SIG, W-IDX-MVT)
004630               DELIMITED BY SIZE INTO LIGNE-ETA
004640        END-STRING
004650     END-IF.
004660     WRITE LIGNE-ETA.
004670 EDITE-UN-MOUVEMENT-EXIT.
004680        EXIT.
004690*================================================================
004700*    FIN DE TRAITEMENT
004710*================================================================
004720 FIN.
004730     IF FS-ENT081-OK
004740        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
004750     END-IF.
004760     CLOSE ENT081.
004770 FIN-EXIT.
004780        EXIT.
004790*----------------------------------------------------------------
004800 REND-COMPTE.
004810     MOVE SPACES TO LIGNE-ETA.
004820     WRITE LIGNE-ETA.
004830     MOVE SPACES TO LIGNE-ETA.
004840     STRING 'REFERENCES LUES      : ' W-CPT-REF-LUES
004850            DELIMITED BY SIZE INTO LIGNE-ETA
004860     END-STRING.
004870     WRITE LIGNE-ETA.
004880     MOVE SPACES TO LIGNE-ETA.
004890     STRING 'STOCKS NEGATIFS      : ' W-CPT-NEGATIF
004900            DELIMITED BY SIZE INTO LIGNE-ETA
004910     END-STRING.
004920     WRITE LIGNE-ETA.
004930     MOVE SPACES TO LIGNE-ETA.
004940     STRING 'A REAPPROVISIONNER   : ' W-CPT-SEUIL
004950            DELIMITED BY SIZE INTO LIGNE-ETA
004960     END-STRING.
004970     WRITE LIGNE-ETA.
004980     MOVE SPACES TO LIGNE-ETA.
004990     STRING 'MOUVEMENTS JOURNAL   : ' W-CPT-JST-LUS
005000            DELIMITED BY SIZE INTO LIGNE-ETA
005010     END-STRING.
005020     WRITE LIGNE-ETA.
005030 REND-COMPTE-EXIT.
005040        EXIT.
