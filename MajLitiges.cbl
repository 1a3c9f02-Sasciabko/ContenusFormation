000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         MAJLIT.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : tenue du fichier des
000230*                       litiges clients Ent089 (indexe sur le
000240*                       numero de facture) par les mouvements du
000250*                       service recouvrement Ent091 : ouverture
000260*                       (motif, montant conteste, responsable,
000270*                       date de resolution prevue), mise a jour,
000280*                       cloture avec son issue. La facture doit
000290*                       figurer, non soldee, dans les postes
000300*                       ouverts Ent031. Un litige ouvert suspend
000310*                       relances (RELANCLI), prelevements
000320*                       (PRELEVCL) et controle d'encours
000330*                       (IMPFACTU).
000340*                       Etat d'audit Ent092.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370*================================================================
000380 CONFIGURATION SECTION.
000390*    ---
000400 SOURCE-COMPUTER.      IBM-370.
000410 OBJECT-COMPUTER.      IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440*    ---
000450 FILE-CONTROL.
000460     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS RANDOM
000490            RECORD KEY IS NUM-FACT-LIT
000500            FILE STATUS IS FS-ENT089.
000510*
000520     SELECT OPTIONAL ENT091  ASSIGN TO ENT091
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS FS-ENT091.
000550*
000560     SELECT ENT031  ASSIGN TO ENT031
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS FS-ENT031.
000590*
000600     SELECT ENT092  ASSIGN TO ENT092
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS FS-ENT092.
000630*================================================================
000640 DATA DIVISION.
000650*================================================================
000660 FILE SECTION.
000670*    ---
000680*----------------------------------------------------------------
000690*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
000700*    FACTURE), MIS A JOUR EN PLACE
000710*----------------------------------------------------------------
000720 FD  ENT089 LABEL RECORD STANDARD
000730             RECORD  CONTAINS  120 CHARACTERS
000740             DATA RECORD  ENT-LIT.
000750 01  ENT-LIT.
000760         10 NUM-FACT-LIT    PIC  9(05).
000770         10 NUM-CMD-LIT     PIC  9(05).
000780         10 NUM-CLI-LIT     PIC  9(05).
000790         10 ETAT-LIT        PIC  X(01).
000800            88 LIT-OUVERT          VALUE 'O'.
000810            88 LIT-CLOS            VALUE 'C'.
000820*           AV AVARIE, PX PRIX, NL NON LIVRE, QT QUANTITE,
000830*           AU AUTRE MOTIF :
000840         10 MOTIF-LIT       PIC  X(02).
000850         10 LIB-LIT         PIC  X(30).
000860         10 MNT-LIT         PIC  9(07)V99.
000870         10 RESP-LIT        PIC  X(10).
000880         10 DAT-PREV-LIT    PIC  9(08).
000890         10 DAT-OUV-LIT     PIC  9(08).
000900         10 DAT-MAJ-LIT     PIC  9(08).
000910         10 DAT-CLO-LIT     PIC  9(08).
000920*           A AVOIR ACCORDE, R LITIGE REJETE (SOMME DUE),
000930*           X AUTRE ISSUE :
000940         10 ISSUE-LIT       PIC  X(01).
000950         10                 PIC  X(20).
000960*----------------------------------------------------------------
000970*    MOUVEMENTS DE LITIGES SAISIS PAR LE SERVICE RECOUVREMENT
000980*----------------------------------------------------------------
000990 FD  ENT091 LABEL RECORD STANDARD
001000             BLOCK   CONTAINS    0 RECORDS
001010             RECORD  CONTAINS   80 CHARACTERS
001020             RECORDING MODE IS   F
001030             DATA RECORD  ENT-MLI.
001040 01  ENT-MLI.
001050         10 COD-MLI         PIC  X(01).
001060            88 MLI-OUVERTURE       VALUE 'O'.
001070            88 MLI-MODIFICATION    VALUE 'M'.
001080            88 MLI-CLOTURE         VALUE 'C'.
001090         10 NUM-FACT-MLI    PIC  X(05).
001100         10 NUM-FACT-MLI-N REDEFINES NUM-FACT-MLI
001110                            PIC  9(05).
001120         10 MOTIF-MLI       PIC  X(02).
001130            88 MOTIF-MLI-VALIDE    VALUE 'AV' 'PX' 'NL' 'QT' 'AU'.
001140         10 LIB-MLI         PIC  X(30).
001150         10 MNT-MLI         PIC  X(09).
001160         10 MNT-MLI-N REDEFINES MNT-MLI
001170                            PIC  9(07)V99.
001180         10 RESP-MLI        PIC  X(10).
001190         10 DAT-PREV-MLI    PIC  X(08).
001200         10 DAT-PREV-MLI-N REDEFINES DAT-PREV-MLI
001210                            PIC  9(08).
001220         10 ISSUE-MLI       PIC  X(01).
001230            88 ISSUE-MLI-VALIDE    VALUE 'A' 'R' 'X'.
001240         10                 PIC  X(14).
001250*----------------------------------------------------------------
001260*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
001270*----------------------------------------------------------------
001280 FD  ENT031 LABEL RECORD STANDARD
001290             BLOCK   CONTAINS    0 RECORDS
001300             RECORD  CONTAINS   80 CHARACTERS
001310             RECORDING MODE IS   F
001320             DATA RECORD ENT-LET.
001330 01  ENT-LET.
001340         10 NUM-CMD-LET     PIC  9(05).
001350         10 NUM-CLI-LET     PIC  9(05).
001360         10 DAT-FACT-LET    PIC  9(08).
001370         10 MNT-FACT-LET    PIC S9(07)V99.
001380         10 MNT-REGLE-LET   PIC  9(07)V99.
001390         10 DAT-RGL-LET     PIC  9(08).
001400         10 MNT-SOLDE-LET   PIC S9(07)V99.
001410         10 ETAT-LET        PIC  X(01).
001420         10 TYP-LET         PIC  X(01).
001430            88 LET-FACTURE       VALUE 'F'.
001440         10 NUM-FACT-LET    PIC  9(05).
001450         10 DAT-ECH-LET     PIC  9(08).
001460         10 MNT-IMPUTE-LET  PIC S9(07)V99.
001470         10                 PIC  X(03).
001480*----------------------------------------------------------------
001490*    ETAT D'AUDIT DES MOUVEMENTS APPLIQUES ET REJETES
001500*----------------------------------------------------------------
001510 FD  ENT092 LABEL RECORDS OMITTED
001520             RECORD  CONTAINS  132 CHARACTERS
001530             RECORDING MODE IS   F
001540             DATA RECORD LIGNE-AUD.
001550 01  LIGNE-AUD              PIC X(132).
001560*================================================================
001570 WORKING-STORAGE SECTION.
001580*    ---
001590*
001600*   CONSTANTES :
001610 01 C-NOMPGM             PIC  X(08)   VALUE 'MajLit'.
001620 01 C-NBR-MAX-FAC        PIC  9(05)   VALUE 10000.
001630*
001640*   DATE DE TRAITEMENT :
001650 01 W-DATE-TRAITEMENT    PIC  9(08).
001660*
001670*   COMPTEURS DE L'ETAT D'AUDIT :
001680 01 W-CPT-MVT-LU         PIC  9(07)   VALUE ZERO.
001690 01 W-CPT-APPLIQUE       PIC  9(07)   VALUE ZERO.
001700 01 W-CPT-REJET          PIC  9(07)   VALUE ZERO.
001710 01 W-CPT-OUV            PIC  9(07)   VALUE ZERO.
001720 01 W-CPT-REOUV          PIC  9(07)   VALUE ZERO.
001730 01 W-CPT-MOD            PIC  9(07)   VALUE ZERO.
001740 01 W-CPT-CLO            PIC  9(07)   VALUE ZERO.
001750*
001760*   FACTURES DES POSTES OUVERTS (ENT031) :
001770 01 W-NBR-FAC            PIC  9(05)  COMP VALUE ZERO.
001780 01 W-TABLE-FAC.
001790    10 W-FAC OCCURS 1 TO 10000 TIMES
001800          DEPENDING ON W-NBR-FAC
001810          INDEXED BY IND-FAC.
001820       15 W-FAC-NUM      PIC  9(05).
001830       15 W-FAC-CMD      PIC  9(05).
001840       15 W-FAC-CLI      PIC  9(05).
001850       15 W-FAC-MNT      PIC S9(07)V99.
001860       15 W-FAC-SOLDE    PIC S9(07)V99.
001870       15 W-FAC-ETAT     PIC  X(01).
001880*
001890*   MOTIF DE REJET DU MOUVEMENT EN COURS :
001900 01 W-MOTIF-REJET        PIC  X(50).
001910*
001920*   ZONES D'EDITION :
001930 01 W-EDT-MNT            PIC  9(07).99.
001940 01 W-EDT-SOLDE          PIC -9(07).99.
001950*================================================================
001960 LOCAL-STORAGE SECTION.
001970*    ---
001980*
001990* VARIABLES DE CONTROLE DE FLUX.
002000 01                     PIC   X(02).
002010   88 TRT-OK               VALUE "OK".
002020   88 TRT-KO               VALUE "KO".
002030*
002040* PRESENCE DU LITIGE DU MOUVEMENT EN COURS DANS ENT089.
002050 01                     PIC   X(02).
002060   88 LIT-PRESENT          VALUE "OK".
002070   88 LIT-ABSENT           VALUE "KO".
002080*
002090* PRESENCE DE LA FACTURE DU MOUVEMENT EN COURS DANS ENT031.
002100 01                     PIC   X(02).
002110   88 FAC-PRESENTE         VALUE "OK".
002120   88 FAC-ABSENTE          VALUE "KO".
002130*
002140* CONTROLE DES ZONES DU MOUVEMENT EN COURS.
002150 01                     PIC   X(02).
002160   88 ZONES-VALIDES        VALUE "OK".
002170   88 ZONES-INVALIDES      VALUE "KO".
002180*
002181* FICHIER ENT089 OUVERT, A FERMER EN FIN.
002182 01                     PIC   X(02).
002183   88 ENT089-OUVERT        VALUE "OK".
002184   88 ENT089-FERME         VALUE "KO".
002185*
002186* FICHIER ENT091 OUVERT, A FERMER EN FIN.
002187 01                     PIC   X(02).
002188   88 ENT091-OUVERT        VALUE "OK".
002189   88 ENT091-FERME         VALUE "KO".
002190*
002191* FICHIER ENT092 OUVERT, A FERMER EN FIN.
002192 01                     PIC   X(02).
002193   88 ENT092-OUVERT        VALUE "OK".
002194   88 ENT092-FERME         VALUE "KO".
002195*
002196 01 W-STATUS.
002200   10 FS-ENT089         PIC   X(02).
002210      88 FS-ENT089-OK      VALUE "00".
002220      88 FS-ENT089-ABS     VALUE "05".
002240   10 FS-ENT091         PIC   X(02).
002250      88 FS-ENT091-OK      VALUE "00".
002260      88 FS-ENT091-ABS     VALUE "05".
002270      88 FIN-ENT091        VALUE "10".
002280   10 FS-ENT031         PIC   X(02).
002290      88 FS-ENT031-OK      VALUE "00".
002300      88 FIN-ENT031        VALUE "10".
002310   10 FS-ENT092         PIC   X(02).
002320      88 FS-ENT092-OK      VALUE "00".
002330*================================================================
002340 PROCEDURE DIVISION.
002350*    ---------------------
002360*
002370     PERFORM DEBUT THRU DEBUT-EXIT.
002380     IF TRT-OK
002390        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
002400     END-IF.
002410     PERFORM FIN THRU FIN-EXIT.
002420     STOP RUN.
002430*================================================================
002440*    INITIALISATIONS DE DEBUT DE TRAITEMENT
002450*================================================================
002460 DEBUT.
002470     SET TRT-OK TO TRUE.
002475     SET ENT089-FERME ENT091-FERME ENT092-FERME TO TRUE.
002480     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002490     OPEN OUTPUT ENT092.
002500     IF NOT FS-ENT092-OK
002510        SET TRT-KO TO TRUE
002520        GO TO DEBUT-EXIT
002530     END-IF.
002535     SET ENT092-OUVERT TO TRUE.
002540     PERFORM ECRIT-ENTETE-AUDIT THRU ECRIT-ENTETE-AUDIT-EXIT.
002550     OPEN I-O    ENT089.
002560     IF NOT FS-ENT089-OK AND NOT FS-ENT089-ABS
002570        MOVE SPACES TO LIGNE-AUD
002580        STRING 'ERREUR - ENT089 - FICHIER DES LITIGES'
002590               ' INACCESSIBLE (STATUT ' FS-ENT089 ') - ARRET'
002600               DELIMITED BY SIZE INTO LIGNE-AUD
002610        END-STRING
002620        WRITE LIGNE-AUD
002630        SET TRT-KO TO TRUE
002640        GO TO DEBUT-EXIT
002650     END-IF.
002655     SET ENT089-OUVERT TO TRUE.
002660     OPEN INPUT  ENT091.
002670     IF NOT FS-ENT091-OK AND NOT FS-ENT091-ABS
002680        MOVE SPACES TO LIGNE-AUD
002690        STRING 'ERREUR - ENT091 - MOUVEMENTS ILLISIBLES (STATUT '
002700               FS-ENT091 ') - ARRET'
002710               DELIMITED BY SIZE INTO LIGNE-AUD
002720        END-STRING
002730        WRITE LIGNE-AUD
002740        SET TRT-KO TO TRUE
002750        GO TO DEBUT-EXIT
002760     END-IF.
002765     SET ENT091-OUVERT TO TRUE.
002770     PERFORM CHARGE-TABLE-FACTURES
002780             THRU CHARGE-TABLE-FACTURES-EXIT.
002790 DEBUT-EXIT.
002800        EXIT.
002810*----------------------------------------------------------------
002820 ECRIT-ENTETE-AUDIT.
002830     MOVE SPACES TO LIGNE-AUD.
002840     STRING 'ETAT D AUDIT - MISE A JOUR DES LITIGES CLIENTS'
002850            ' (ENT089) - ' C-NOMPGM ' DU ' W-DATE-TRAITEMENT
002860            DELIMITED BY SIZE INTO LIGNE-AUD
002870     END-STRING.
002880     WRITE LIGNE-AUD.
002890     MOVE SPACES TO LIGNE-AUD.
002900     WRITE LIGNE-AUD.
002910 ECRIT-ENTETE-AUDIT-EXIT.
002920        EXIT.
002930*----------------------------------------------------------------
002940*    CHARGEMENT DES POSTES FACTURE NUMEROTES (ENT031) : COMMANDE,
002950*    CLIENT ET SOLDE DE LA FACTURE MISE EN LITIGE
002960*----------------------------------------------------------------
002970 CHARGE-TABLE-FACTURES.
002980     MOVE ZERO TO W-NBR-FAC.
002990     OPEN INPUT ENT031.
003000     IF NOT FS-ENT031-OK
003010        MOVE SPACES TO LIGNE-AUD
003020        STRING 'ERREUR - ENT031 - POSTES OUVERTS ILLISIBLES'
003030               ' (STATUT ' FS-ENT031 ') - ARRET'
003040               DELIMITED BY SIZE INTO LIGNE-AUD
003050        END-STRING
003060        WRITE LIGNE-AUD
003070        SET TRT-KO TO TRUE
003080        GO TO CHARGE-TABLE-FACTURES-EXIT
003090     END-IF.
003100     PERFORM LIT-UN-POSTE THRU LIT-UN-POSTE-EXIT
003110             UNTIL FIN-ENT031.
003120     CLOSE ENT031.
003130 CHARGE-TABLE-FACTURES-EXIT.
003140        EXIT.
003150*----------------------------------------------------------------
003160 LIT-UN-POSTE.
003170     READ ENT031
003180        AT END
003190           SET FIN-ENT031 TO TRUE
003200           GO TO LIT-UN-POSTE-EXIT
003210     END-READ.
003220     IF NOT LET-FACTURE
003230        OR NUM-FACT-LET NOT NUMERIC OR NUM-FACT-LET = ZERO
003240          GO TO LIT-UN-POSTE-EXIT
003250     END-IF.
003260     IF W-NBR-FAC NOT LESS THAN C-NBR-MAX-FAC
003270        MOVE SPACES TO LIGNE-AUD
003280        STRING 'AVIS - ENT031 - PLAFOND DE ' C-NBR-MAX-FAC
003290               ' FACTURES ATTEINT - FACTURE ' NUM-FACT-LET
003300               ' IGNOREE'
003310               DELIMITED BY SIZE INTO LIGNE-AUD
003320        END-STRING
003330        WRITE LIGNE-AUD
003340        GO TO LIT-UN-POSTE-EXIT
003350     END-IF.
003360     ADD 1 TO W-NBR-FAC.
003370     MOVE NUM-FACT-LET  TO W-FAC-NUM   (W-NBR-FAC).
003380     MOVE NUM-CMD-LET   TO W-FAC-CMD   (W-NBR-FAC).
003390     MOVE NUM-CLI-LET   TO W-FAC-CLI   (W-NBR-FAC).
003400     MOVE MNT-FACT-LET  TO W-FAC-MNT   (W-NBR-FAC).
003410     MOVE MNT-SOLDE-LET TO W-FAC-SOLDE (W-NBR-FAC).
003420     MOVE ETAT-LET      TO W-FAC-ETAT  (W-NBR-FAC).
003430 LIT-UN-POSTE-EXIT.
003440        EXIT.
003450*================================================================
003460*    TRAITEMENT PRINCIPAL - APPLICATION DES MOUVEMENTS
003470*================================================================
003480 TRAITEMENT.
003490     PERFORM LIT-MOUVEMENT THRU LIT-MOUVEMENT-EXIT.
003500     PERFORM TRAITE-UN-MOUVEMENT THRU TRAITE-UN-MOUVEMENT-EXIT
003510             UNTIL FIN-ENT091.
003520 TRAITEMENT-EXIT.
003530        EXIT.
003540*----------------------------------------------------------------
003550 LIT-MOUVEMENT.
003560     READ ENT091
003570        AT END
003580           SET FIN-ENT091 TO TRUE
003590        NOT AT END
003600           ADD 1 TO W-CPT-MVT-LU
003610     END-READ.
003620 LIT-MOUVEMENT-EXIT.
003630        EXIT.
003640*----------------------------------------------------------------
003650 TRAITE-UN-MOUVEMENT.
003660     IF NUM-FACT-MLI NOT NUMERIC OR NUM-FACT-MLI-N = ZERO
003670        MOVE 'NUMERO DE FACTURE ABSENT OU NON NUMERIQUE'
003680             TO W-MOTIF-REJET
003690        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
003700        GO TO TRAITE-UN-MOUVEMENT-SUITE
003710     END-IF.
003720     MOVE NUM-FACT-MLI-N TO NUM-FACT-LIT.
003730     PERFORM LIT-LITIGE-DIRECT THRU LIT-LITIGE-DIRECT-EXIT.
003740     IF MLI-OUVERTURE
003750        PERFORM APPLIQUE-OUVERTURE THRU APPLIQUE-OUVERTURE-EXIT
003760     ELSE
003770     IF MLI-MODIFICATION
003780        PERFORM APPLIQUE-MODIF THRU APPLIQUE-MODIF-EXIT
003790     ELSE
003800     IF MLI-CLOTURE
003810        PERFORM APPLIQUE-CLOTURE THRU APPLIQUE-CLOTURE-EXIT
003820     ELSE
003830        MOVE 'CODE MOUVEMENT INVALIDE (ATTENDU O, M OU C)'
003840             TO W-MOTIF-REJET
003850        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
003860     END-IF
003870     END-IF
003880     END-IF.
003890 TRAITE-UN-MOUVEMENT-SUITE.
003900     PERFORM LIT-MOUVEMENT THRU LIT-MOUVEMENT-EXIT.
003910 TRAITE-UN-MOUVEMENT-EXIT.
003920        EXIT.
003930*----------------------------------------------------------------
003940*    LECTURE DIRECTE DU LITIGE PLACE DANS NUM-FACT-LIT
003950*----------------------------------------------------------------
003960 LIT-LITIGE-DIRECT.
003970     READ ENT089
003980        INVALID KEY
003990           SET LIT-ABSENT TO TRUE
004000        NOT INVALID KEY
004010           SET LIT-PRESENT TO TRUE
004020     END-READ.
004030 LIT-LITIGE-DIRECT-EXIT.
004040        EXIT.
004050*----------------------------------------------------------------
004060*    RECHERCHE DE LA FACTURE DU MOUVEMENT DANS LES POSTES OUVERTS
004070*----------------------------------------------------------------
004080 CHERCHE-FACTURE.
004090     SET FAC-ABSENTE TO TRUE.
004100     IF W-NBR-FAC = ZERO
004110        GO TO CHERCHE-FACTURE-EXIT
004120     END-IF.
004130     SET IND-FAC TO 1.
004140     SEARCH W-FAC
004150        AT END
004160           CONTINUE
004170        WHEN W-FAC-NUM (IND-FAC) = NUM-FACT-MLI-N
004180           SET FAC-PRESENTE TO TRUE
004190     END-SEARCH.
004200 CHERCHE-FACTURE-EXIT.
004210        EXIT.
004220*----------------------------------------------------------------
004230*    CONTROLE DES ZONES SERVIES DU MOUVEMENT (MOTIF, MONTANT,
004240*    DATE DE RESOLUTION PREVUE) - W-MOTIF-REJET RENSEIGNE SI
004250*    UNE ZONE EST INVALIDE
004260*----------------------------------------------------------------
004270 CONTROLE-ZONES.
004280     SET ZONES-VALIDES TO TRUE.
004290     IF MOTIF-MLI NOT = SPACES AND NOT MOTIF-MLI-VALIDE
004300        MOVE 'MOTIF INVALIDE (ATTENDU AV, PX, NL, QT OU AU)'
004310             TO W-MOTIF-REJET
004320        SET ZONES-INVALIDES TO TRUE
004330        GO TO CONTROLE-ZONES-EXIT
004340     END-IF.
004350     IF MNT-MLI NOT = SPACES
004360        IF MNT-MLI NOT NUMERIC OR MNT-MLI-N = ZERO
004370           MOVE 'MONTANT CONTESTE NON NUMERIQUE OU NUL'
004380                TO W-MOTIF-REJET
004390           SET ZONES-INVALIDES TO TRUE
004400           GO TO CONTROLE-ZONES-EXIT
004410        END-IF
004420        IF FAC-PRESENTE AND MNT-MLI-N > W-FAC-MNT (IND-FAC)
004430           MOVE 'MONTANT CONTESTE SUPERIEUR A CELUI DE LA FACTURE'
004440                TO W-MOTIF-REJET
004450           SET ZONES-INVALIDES TO TRUE
004460           GO TO CONTROLE-ZONES-EXIT
004470        END-IF
004480     END-IF.
004490     IF DAT-PREV-MLI NOT = SPACES
004500        IF DAT-PREV-MLI NOT NUMERIC
004510           OR DAT-PREV-MLI (5:2) < '01'
004520           OR DAT-PREV-MLI (5:2) > '12'
004530           OR DAT-PREV-MLI (7:2) < '01'
004540           OR DAT-PREV-MLI (7:2) > '31'
004550             MOVE 'DATE DE RESOLUTION PREVUE INVALIDE (AAAAMMJJ)'
004560                  TO W-MOTIF-REJET
004570             SET ZONES-INVALIDES TO TRUE
004580             GO TO CONTROLE-ZONES-EXIT
004590        END-IF
004600        IF DAT-PREV-MLI-N < W-DATE-TRAITEMENT
004610           MOVE 'DATE DE RESOLUTION PREVUE DEJA PASSEE'
004620                TO W-MOTIF-REJET
004630           SET ZONES-INVALIDES TO TRUE
004640           GO TO CONTROLE-ZONES-EXIT
004650        END-IF
004660     END-IF.
004670 CONTROLE-ZONES-EXIT.
004680        EXIT.
004690*----------------------------------------------------------------
004700*    OUVERTURE D'UN LITIGE : FACTURE NON SOLDEE DANS ENT031,
004710*    MOTIF, MONTANT CONTESTE, RESPONSABLE ET DATE DE RESOLUTION
004720*    PREVUE OBLIGATOIRES - UN LITIGE CLOS EST ROUVERT
004730*----------------------------------------------------------------
004740 APPLIQUE-OUVERTURE.
004750     IF LIT-PRESENT AND LIT-OUVERT
004760        MOVE 'LITIGE DEJA OUVERT (MODIFIER PAR M)'
004770             TO W-MOTIF-REJET
004780        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004790        GO TO APPLIQUE-OUVERTURE-EXIT
004800     END-IF.
004810     PERFORM CHERCHE-FACTURE THRU CHERCHE-FACTURE-EXIT.
004820     IF FAC-ABSENTE
004830        MOVE 'FACTURE INCONNUE DANS LES POSTES OUVERTS ENT031'
004840             TO W-MOTIF-REJET
004850        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004860        GO TO APPLIQUE-OUVERTURE-EXIT
004870     END-IF.
004880     IF W-FAC-ETAT (IND-FAC) = 'P' OR W-FAC-ETAT (IND-FAC) = 'X'
004890        MOVE 'FACTURE SOLDEE OU PASSEE EN PERTE' TO W-MOTIF-REJET
004900        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004910        GO TO APPLIQUE-OUVERTURE-EXIT
004920     END-IF.
004930     IF MOTIF-MLI = SPACES OR MNT-MLI = SPACES
004940        OR RESP-MLI = SPACES OR DAT-PREV-MLI = SPACES
004950          MOVE 'MOTIF, MONTANT, RESPONSABLE ET DATE PREVUE REQUIS'
004960               TO W-MOTIF-REJET
004970          PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004980          GO TO APPLIQUE-OUVERTURE-EXIT
004990     END-IF.
005000     PERFORM CONTROLE-ZONES THRU CONTROLE-ZONES-EXIT.
005010     IF ZONES-INVALIDES
005020        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005030        GO TO APPLIQUE-OUVERTURE-EXIT
005040     END-IF.
005050     MOVE SPACES TO ENT-LIT.
005060     MOVE NUM-FACT-MLI-N       TO NUM-FACT-LIT.
005070     MOVE W-FAC-CMD (IND-FAC)  TO NUM-CMD-LIT.
005080     MOVE W-FAC-CLI (IND-FAC)  TO NUM-CLI-LIT.
005090     MOVE 'O'                  TO ETAT-LIT.
005100     MOVE MOTIF-MLI            TO MOTIF-LIT.
005110     MOVE LIB-MLI              TO LIB-LIT.
005120     MOVE MNT-MLI-N            TO MNT-LIT.
005130     MOVE RESP-MLI             TO RESP-LIT.
005140     MOVE DAT-PREV-MLI-N       TO DAT-PREV-LIT.
005150     MOVE W-DATE-TRAITEMENT    TO DAT-OUV-LIT.
005160     MOVE W-DATE-TRAITEMENT    TO DAT-MAJ-LIT.
005170     MOVE ZERO                 TO DAT-CLO-LIT.
005180     MOVE SPACE                TO ISSUE-LIT.
005190     IF LIT-PRESENT
005200        REWRITE ENT-LIT
005210           INVALID KEY
005220              MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
005230              PERFORM REJETTE-MOUVEMENT
005240                      THRU REJETTE-MOUVEMENT-EXIT
005250              GO TO APPLIQUE-OUVERTURE-EXIT
005260        END-REWRITE
005270        ADD 1 TO W-CPT-REOUV
005280     ELSE
005290        WRITE ENT-LIT
005300           INVALID KEY
005310              MOVE 'ECRITURE REFUSEE (CLE EN DOUBLE)'
005320                   TO W-MOTIF-REJET
005330              PERFORM REJETTE-MOUVEMENT
005340                      THRU REJETTE-MOUVEMENT-EXIT
005350              GO TO APPLIQUE-OUVERTURE-EXIT
005360        END-WRITE
005370        ADD 1 TO W-CPT-OUV
005380     END-IF.
005390     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
005400 APPLIQUE-OUVERTURE-EXIT.
005410        EXIT.
005420*----------------------------------------------------------------
005430*    MISE A JOUR D'UN LITIGE OUVERT : LES ZONES SERVIES
005440*    REMPLACENT CELLES DU LITIGE
005450*----------------------------------------------------------------
005460 APPLIQUE-MODIF.
005470     IF LIT-ABSENT
005480        MOVE 'LITIGE INCONNU DANS ENT089 (OUVRIR PAR O)'
005490             TO W-MOTIF-REJET
005500        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005510        GO TO APPLIQUE-MODIF-EXIT
005520     END-IF.
005530     IF NOT LIT-OUVERT
005540        MOVE 'LITIGE CLOS (ROUVRIR PAR O)' TO W-MOTIF-REJET
005550        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005560        GO TO APPLIQUE-MODIF-EXIT
005570     END-IF.
005580     IF MOTIF-MLI = SPACES AND LIB-MLI = SPACES
005590        AND MNT-MLI = SPACES AND RESP-MLI = SPACES
005600        AND DAT-PREV-MLI = SPACES
005610          MOVE 'AUCUNE ZONE A MODIFIER' TO W-MOTIF-REJET
005620          PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005630          GO TO APPLIQUE-MODIF-EXIT
005640     END-IF.
005650     PERFORM CHERCHE-FACTURE THRU CHERCHE-FACTURE-EXIT.
005660     PERFORM CONTROLE-ZONES THRU CONTROLE-ZONES-EXIT.
005670     IF ZONES-INVALIDES
005680        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005690        GO TO APPLIQUE-MODIF-EXIT
005700     END-IF.
005710     IF MOTIF-MLI NOT = SPACES
005720        MOVE MOTIF-MLI TO MOTIF-LIT
005730     END-IF.
005740     IF LIB-MLI NOT = SPACES
005750        MOVE LIB-MLI TO LIB-LIT
005760     END-IF.
005770     IF MNT-MLI NOT = SPACES
005780        MOVE MNT-MLI-N TO MNT-LIT
005790     END-IF.
005800     IF RESP-MLI NOT = SPACES
005810        MOVE RESP-MLI TO RESP-LIT
005820     END-IF.
005830     IF DAT-PREV-MLI NOT = SPACES
005840        MOVE DAT-PREV-MLI-N TO DAT-PREV-LIT
005850     END-IF.
005860     MOVE W-DATE-TRAITEMENT TO DAT-MAJ-LIT.
005870     REWRITE ENT-LIT
005880        INVALID KEY
005890           MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
005900           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005910           GO TO APPLIQUE-MODIF-EXIT
005920     END-REWRITE.
005930     ADD 1 TO W-CPT-MOD.
005940     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
005950 APPLIQUE-MODIF-EXIT.
005960        EXIT.
005970*----------------------------------------------------------------
005980*    CLOTURE D'UN LITIGE OUVERT AVEC SON ISSUE (LIBELLE REMPLACE
005990*    S'IL EST SERVI) - LA FACTURE REPREND LE CIRCUIT NORMAL
006000*----------------------------------------------------------------
006010 APPLIQUE-CLOTURE.
006020     IF LIT-ABSENT
006030        MOVE 'LITIGE INCONNU DANS ENT089' TO W-MOTIF-REJET
006040        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
006050        GO TO APPLIQUE-CLOTURE-EXIT
006060     END-IF.
006070     IF NOT LIT-OUVERT
006080        MOVE 'LITIGE DEJA CLOS' TO W-MOTIF-REJET
006090        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
006100        GO TO APPLIQUE-CLOTURE-EXIT
006110     END-IF.
006120     IF NOT ISSUE-MLI-VALIDE
006130        MOVE 'ISSUE DU LITIGE INVALIDE (ATTENDU A, R OU X)'
006140             TO W-MOTIF-REJET
006150        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
006160        GO TO APPLIQUE-CLOTURE-EXIT
006170     END-IF.
006180     IF LIB-MLI NOT = SPACES
006190        MOVE LIB-MLI TO LIB-LIT
006200     END-IF.
006210     MOVE 'C'               TO ETAT-LIT.
006220     MOVE ISSUE-MLI         TO ISSUE-LIT.
006230     MOVE W-DATE-TRAITEMENT TO DAT-MAJ-LIT.
006240     MOVE W-DATE-TRAITEMENT TO DAT-CLO-LIT.
006250     REWRITE ENT-LIT
006260        INVALID KEY
006270           MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
006280           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
006290           GO TO APPLIQUE-CLOTURE-EXIT
006300     END-REWRITE.
006310     ADD 1 TO W-CPT-CLO.
006320     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
006330 APPLIQUE-CLOTURE-EXIT.
006340        EXIT.
006350*----------------------------------------------------------------
006360 ECRIT-APPLIQUE.
006370     ADD 1 TO W-CPT-APPLIQUE.
006380     MOVE MNT-LIT TO W-EDT-MNT.
006390     MOVE SPACES TO LIGNE-AUD.
006400     STRING 'MVT ' COD-MLI ' - FACTURE ' NUM-FACT-LIT
006410            ' - APPLIQUE : CDE ' NUM-CMD-LIT
006420            ' CLIENT ' NUM-CLI-LIT
006430            ' ETAT ' ETAT-LIT ' MOTIF ' MOTIF-LIT
006440            ' MONTANT ' W-EDT-MNT ' RESP ' RESP-LIT
006450            ' PREVU ' DAT-PREV-LIT ' ISSUE ' ISSUE-LIT
006460            DELIMITED BY SIZE INTO LIGNE-AUD
006470     END-STRING.
006480     WRITE LIGNE-AUD.
006490     IF MLI-OUVERTURE
006500        MOVE W-FAC-SOLDE (IND-FAC) TO W-EDT-SOLDE
006510        MOVE SPACES TO LIGNE-AUD
006520        STRING '        ' LIB-LIT ' - RESTE DU SUR LA FACTURE '
006530               W-EDT-SOLDE
006540               DELIMITED BY SIZE INTO LIGNE-AUD
006550        END-STRING
006560        WRITE LIGNE-AUD
006570     END-IF.
006580 ECRIT-APPLIQUE-EXIT.
006590        EXIT.
006600*----------------------------------------------------------------
006610 REJETTE-MOUVEMENT.
006620     ADD 1 TO W-CPT-REJET.
006630     MOVE SPACES TO LIGNE-AUD.
006640     STRING 'MVT ' COD-MLI ' - FACTURE ' NUM-FACT-MLI
006650            ' - REJETE : ' W-MOTIF-REJET
006660            DELIMITED BY SIZE INTO LIGNE-AUD
006670     END-STRING.
006680     WRITE LIGNE-AUD.
006690 REJETTE-MOUVEMENT-EXIT.
006700        EXIT.
006710*================================================================
006720*    FIN DE TRAITEMENT
006730*================================================================
006740 FIN.
006750     IF ENT092-OUVERT
006760        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
006770     END-IF.
006780     IF ENT089-OUVERT
006781        CLOSE ENT089
006782     END-IF.
006783     IF ENT091-OUVERT
006784        CLOSE ENT091
006785     END-IF.
006786     IF ENT092-OUVERT
006787        CLOSE ENT092
006788     END-IF.
006790 FIN-EXIT.
006800        EXIT.
006810*----------------------------------------------------------------
006820 REND-COMPTE.
006830     MOVE SPACES TO LIGNE-AUD.
006840     WRITE LIGNE-AUD.
006850     MOVE SPACES TO LIGNE-AUD.
006860     STRING 'MOUVEMENTS LUS       : ' W-CPT-MVT-LU
006870            DELIMITED BY SIZE INTO LIGNE-AUD
006880     END-STRING.
006890     WRITE LIGNE-AUD.
006900     MOVE SPACES TO LIGNE-AUD.
006910     STRING 'MOUVEMENTS APPLIQUES : ' W-CPT-APPLIQUE
006920            DELIMITED BY SIZE INTO LIGNE-AUD
006930     END-STRING.
006940     WRITE LIGNE-AUD.
006950     MOVE SPACES TO LIGNE-AUD.
006960     STRING 'MOUVEMENTS REJETES   : ' W-CPT-REJET
006970            DELIMITED BY SIZE INTO LIGNE-AUD
006980     END-STRING.
006990     WRITE LIGNE-AUD.
007000     MOVE SPACES TO LIGNE-AUD.
007010     STRING 'LITIGES OUVERTS      : ' W-CPT-OUV
007020            DELIMITED BY SIZE INTO LIGNE-AUD
007030     END-STRING.
007040     WRITE LIGNE-AUD.
007050     MOVE SPACES TO LIGNE-AUD.
007060     STRING 'LITIGES ROUVERTS     : ' W-CPT-REOUV
007070            DELIMITED BY SIZE INTO LIGNE-AUD
007080     END-STRING.
007090     WRITE LIGNE-AUD.
007100     MOVE SPACES TO LIGNE-AUD.
007110     STRING 'MISES A JOUR         : ' W-CPT-MOD
007120            DELIMITED BY SIZE INTO LIGNE-AUD
007130     END-STRING.
007140     WRITE LIGNE-AUD.
007150     MOVE SPACES TO LIGNE-AUD.
007160     STRING 'LITIGES CLOS         : ' W-CPT-CLO
007170            DELIMITED BY SIZE INTO LIGNE-AUD
007180     END-STRING.
007190     WRITE LIGNE-AUD.
007200 REND-COMPTE-EXIT.
007210        EXIT.
