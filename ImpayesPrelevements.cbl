000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         IMPAYPRV.
000130 AUTHOR.              M-L. DUVAL.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  MLD     Version initiale : prise en charge des
000230*                       impayes de prelevement retournes par la
000240*                       banque (Ent061). Chaque rejet est
000250*                       rapproche du poste preleve 'V' de
000260*                       Ent031, controle et enregistre en cumul
000270*                       sur Ent062 (relu par le lettrage qui
000280*                       rouvre le poste et porte les frais de
000290*                       rejet refactures au compte du client).
000300*                       Mandats Ent044 suspendus sur rejets
000310*                       repetes ou sur motif de revocation,
000320*                       nouvelle generation des mandats sur
000330*                       Ent045. Etat des rejets du jour par
000340*                       code motif sur Ent063, avec les
000350*                       coordonnees telephoniques du client.
000352*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000354*                       250 caracteres : numero SIREN et numero
000356*                       de TVA intracommunautaire du client
000358*                       (facturation electronique).
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380*================================================================
000390 CONFIGURATION SECTION.
000400*    ---
000410 SOURCE-COMPUTER.      IBM-370.
000420 OBJECT-COMPUTER.      IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450*    ---
000460 FILE-CONTROL.
000470     SELECT ENT010  ASSIGN TO ENT010
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS NUM-CLI
000510            FILE STATUS IS FS-ENT010.
000520*
000530     SELECT ENT031  ASSIGN TO ENT031
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS IS FS-ENT031.
000560*
000570     SELECT ENT044  ASSIGN TO ENT044
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS FS-ENT044.
000600*
000610     SELECT ENT045  ASSIGN TO ENT045
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS FS-ENT045.
000640*
000650     SELECT ENT061  ASSIGN TO ENT061
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS FS-ENT061.
000680*
000690     SELECT OPTIONAL ENT062  ASSIGN TO ENT062
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS FS-ENT062.
000720*
000730     SELECT ENT063  ASSIGN TO ENT063
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS FS-ENT063.
000760*
000770     SELECT TRI-REJ ASSIGN TO SORTWK01.
000780*================================================================
000790 DATA DIVISION.
000800*================================================================
000810 FILE SECTION.
000820*    ---
000830*----------------------------------------------------------------
000840*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000850*----------------------------------------------------------------
000860 FD  ENT010 LABEL RECORD STANDARD
000870             RECORD  CONTAINS  250 CHARACTERS
000880             DATA RECORD  ENT-CLI.
000890 01  ENT-CLI.
000900         10 NUM-CLI      PIC    9(05).
000910         10 NOM-CLI      PIC    X(20).
000920         10 PRN-CLI      PIC    X(20).
000930         10 ADR-CLI      PIC    X(100).
000940         10 TEL-CLI      PIC    X(20).
000950         10 MOB-CLI      PIC    X(20).
000960         10 COD-PAI-CLI  PIC    X(03).
000965         10 SIREN-CLI    PIC    X(09).
000970         10 TVA-CEE-CLI  PIC    X(14).
000972         10 MOD-FAC-CLI  PIC    X(01).
000974         10 COD-COM-CLI  PIC    X(04).
000976         10              PIC    X(34).
000980*----------------------------------------------------------------
000990*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
001000*----------------------------------------------------------------
001010 FD  ENT031 LABEL RECORD STANDARD
001020             BLOCK   CONTAINS    0 RECORDS
001030             RECORD  CONTAINS   80 CHARACTERS
001040             RECORDING MODE IS   F
001050             DATA RECORD ENT-LET.
001060 01  ENT-LET.
001070         10 NUM-CMD-LET     PIC  9(05).
001080         10 NUM-CLI-LET     PIC  9(05).
001090         10 DAT-FACT-LET    PIC  9(08).
001100         10 MNT-FACT-LET    PIC S9(07)V99.
001110         10 MNT-REGLE-LET   PIC  9(07)V99.
001120         10 DAT-RGL-LET     PIC  9(08).
001130         10 MNT-SOLDE-LET   PIC S9(07)V99.
001140         10 ETAT-LET        PIC  X(01).
001150         10 TYP-LET         PIC  X(01).
001160         10 NUM-FACT-LET    PIC  9(05).
001170         10 DAT-ECH-LET     PIC  9(08).
001180         10                 PIC  X(12).
001190*----------------------------------------------------------------
001200*    MANDATS DE PRELEVEMENT PAR CLIENT
001210*----------------------------------------------------------------
001220 FD  ENT044 LABEL RECORD STANDARD
001230             BLOCK   CONTAINS    0 RECORDS
001240             RECORD  CONTAINS   80 CHARACTERS
001250             RECORDING MODE IS   F
001260             DATA RECORD ENT-MAN.
001270 01  ENT-MAN.
001280         10 NUM-CLI-MAN     PIC  X(05).
001290         10 NUM-CLI-MAN-N REDEFINES NUM-CLI-MAN
001300                           PIC  9(05).
001310         10 REF-MANDAT-MAN  PIC  X(20).
001320         10 CPT-BANQUE-MAN  PIC  X(27).
001330         10 STATUT-MAN      PIC  X(01).
001340            88 MANDAT-SUSPENDU   VALUE 'S'.
001350         10 DAT-SUSP-MAN    PIC  X(08).
001360         10 MOTIF-SUSP-MAN  PIC  X(04).
001370         10                 PIC  X(15).
001380*----------------------------------------------------------------
001390*    MANDATS MIS A JOUR (REMPLACE ENT044 AU PROCHAIN PASSAGE)
001400*----------------------------------------------------------------
001410 FD  ENT045 LABEL RECORD STANDARD
001420             BLOCK   CONTAINS    0 RECORDS
001430             RECORD  CONTAINS   80 CHARACTERS
001440             RECORDING MODE IS   F
001450             DATA RECORD ENT-MAN-MAJ.
001460 01  ENT-MAN-MAJ            PIC X(80).
001470*----------------------------------------------------------------
001480*    RETOURS D'IMPAYES DE PRELEVEMENT TRANSMIS PAR LA BANQUE
001490*----------------------------------------------------------------
001500 FD  ENT061 LABEL RECORD STANDARD
001510             BLOCK   CONTAINS    0 RECORDS
001520             RECORD  CONTAINS   80 CHARACTERS
001530             RECORDING MODE IS   F
001540             DATA RECORD ENT-IMP.
001550 01  ENT-IMP.
001560         10 NUM-CLI-IMP     PIC  X(05).
001570         10 NUM-CLI-IMP-N REDEFINES NUM-CLI-IMP
001580                           PIC  9(05).
001590         10 NUM-FACT-IMP    PIC  X(05).
001600         10 NUM-FACT-IMP-N REDEFINES NUM-FACT-IMP
001610                           PIC  9(05).
001620         10 MNT-IMP         PIC  9(09)V99.
001630         10 COD-MOTIF-IMP   PIC  X(04).
001640         10 DAT-REJET-IMP   PIC  9(08).
001650         10 MNT-FRAIS-IMP   PIC  X(07).
001660         10 MNT-FRAIS-IMP-N REDEFINES MNT-FRAIS-IMP
001670                           PIC  9(05)V99.
001680         10 REF-MANDAT-IMP  PIC  X(20).
001690         10                 PIC  X(20).
001700*----------------------------------------------------------------
001710*    CUMUL DES REJETS DE PRELEVEMENT (RELU PAR LE LETTRAGE ET
001720*    PAR LE PRESENT PROGRAMME)
001730*----------------------------------------------------------------
001740 FD  ENT062 LABEL RECORD STANDARD
001750             BLOCK   CONTAINS    0 RECORDS
001760             RECORD  CONTAINS   60 CHARACTERS
001770             RECORDING MODE IS   F
001780             DATA RECORD ENT-REJ.
001790 01  ENT-REJ.
001800         10 NUM-CMD-REJ     PIC  9(05).
001810         10 NUM-FACT-REJ    PIC  9(05).
001820         10 NUM-CLI-REJ     PIC  9(05).
001830         10 DAT-REJET-REJ   PIC  9(08).
001840         10 MNT-REJ         PIC  9(09)V99.
001850         10 MNT-FRAIS-REJ   PIC  9(05)V99.
001860         10 COD-MOTIF-REJ   PIC  X(04).
001870         10 DAT-TRT-REJ     PIC  9(08).
001880         10                 PIC  X(07).
001890*----------------------------------------------------------------
001900*    ETAT DES REJETS DE PRELEVEMENT PAR CODE MOTIF
001910*----------------------------------------------------------------
001920 FD  ENT063 LABEL RECORDS OMITTED
001930             RECORD  CONTAINS  132 CHARACTERS
001940             RECORDING MODE IS   F
001950             DATA RECORD LIGNE-IMP.
001960 01  LIGNE-IMP              PIC X(132).
001970*----------------------------------------------------------------
001980*    FICHIER DE TRI DU CUMUL DES REJETS (PAR MOTIF ET CLIENT)
001990*----------------------------------------------------------------
002000 SD  TRI-REJ.
002010 01  TRI-ENR.
002020         10 NUM-CMD-TRI     PIC  9(05).
002030         10 NUM-FACT-TRI    PIC  9(05).
002040         10 NUM-CLI-TRI     PIC  9(05).
002050         10 DAT-REJET-TRI   PIC  9(08).
002060         10 MNT-TRI         PIC  9(09)V99.
002070         10 MNT-FRAIS-TRI   PIC  9(05)V99.
002080         10 COD-MOTIF-TRI   PIC  X(04).
002090         10 DAT-TRT-TRI     PIC  9(08).
002100         10                 PIC  X(07).
002110*================================================================
002120 WORKING-STORAGE SECTION.
002130*    ---
002140*
002150*   CONSTANTES :
002160 01 C-NOMPGM             PIC  X(08)   VALUE 'ImpayPrv'.
002170 01 C-NBR-MAX-PST        PIC  9(05)   VALUE 10000.
002180 01 C-NBR-MAX-REJ        PIC  9(05)   VALUE 10000.
002190 01 C-NBR-MAX-CLR        PIC  9(04)   VALUE 2000.
002200 01 C-NBR-MOTIFS         PIC  9(02)   VALUE 10.
002210*   NOMBRE DE REJETS (CUMUL COMPRIS) A PARTIR DUQUEL LE MANDAT
002220*   DU CLIENT EST SUSPENDU :
002230 01 C-SEUIL-REJETS       PIC  9(02)   VALUE 02.
002240*
002250*   DATE DE TRAITEMENT :
002260 01 W-DATE-TRAITEMENT    PIC  9(08).
002270*
002280*   COMPTEURS DE L'ETAT DES REJETS :
002290 01 W-CPT-RET-LUS        PIC  9(07)    VALUE ZERO.
002300 01 W-CPT-RET-ACCEPTES   PIC  9(07)    VALUE ZERO.
002310 01 W-CPT-RET-ECARTES    PIC  9(07)    VALUE ZERO.
002320 01 W-CPT-FRAIS          PIC  9(07)    VALUE ZERO.
002330 01 W-CPT-MAN-LUS        PIC  9(07)    VALUE ZERO.
002340 01 W-CPT-MAN-SUSPENDUS  PIC  9(07)    VALUE ZERO.
002350 01 W-MNT-REJETE         PIC  9(11)V99 VALUE ZERO.
002360 01 W-MNT-FRAIS          PIC  9(09)V99 VALUE ZERO.
002370*
002380*   MOTIF DU RETOUR ECARTE EN COURS :
002390 01 W-MOTIF-ECART        PIC  X(45).
002400*
002410*   MONTANT DES FRAIS DU RETOUR EN COURS :
002420 01 W-FRAIS-RETOUR       PIC  9(05)V99.
002430*
002440*   RUPTURE SUR LE CODE MOTIF DANS L'ETAT :
002450 01 W-MOTIF-EN-COURS     PIC  X(04)    VALUE SPACES.
002460 01 W-PREMIER-MOTIF      PIC  X(01)    VALUE 'O'.
002470    88 PREMIER-MOTIF            VALUE 'O'.
002480 01 W-CPT-REJ-MOTIF      PIC  9(05)    VALUE ZERO.
002490 01 W-MNT-REJ-MOTIF      PIC  9(11)V99 VALUE ZERO.
002500 01 W-LIB-MOTIF          PIC  X(30).
002510*
002520*   TABLE DES CODES MOTIFS DE REJET (NORME SEPA) : CODE,
002530*   LIBELLE, SUSPENSION IMMEDIATE DU MANDAT (O/N) :
002540 01 W-MOTIFS-VALEURS.
002550    10 PIC X(35) VALUE 'AC01NUMERO DE COMPTE INCORRECT    N'.
002560    10 PIC X(35) VALUE 'AC04COMPTE CLOTURE                O'.
002570    10 PIC X(35) VALUE 'AC06COMPTE BLOQUE                 N'.
002580    10 PIC X(35) VALUE 'AM04PROVISION INSUFFISANTE        N'.
002590    10 PIC X(35) VALUE 'MD01MANDAT REVOQUE OU ABSENT      O'.
002600    10 PIC X(35) VALUE 'MD06CONTESTATION DU DEBITEUR      N'.
002610    10 PIC X(35) VALUE 'MD07DEBITEUR DECEDE               N'.
002620    10 PIC X(35) VALUE 'MS02REFUS DU DEBITEUR             N'.
002630    10 PIC X(35) VALUE 'MS03MOTIF NON COMMUNIQUE          N'.
002640    10 PIC X(35) VALUE 'SL01SERVICE SPECIFIQUE BANQUE     N'.
002650 01 W-TABLE-MOTIFS REDEFINES W-MOTIFS-VALEURS.
002660    10 W-MOT OCCURS 10 TIMES
002670          INDEXED BY IND-MOT.
002680       15 W-MOT-CODE       PIC X(04).
002690       15 W-MOT-LIB        PIC X(30).
002700       15 W-MOT-SUSP       PIC X(01).
002710*
002720*   TABLE DES FACTURES DES POSTES OUVERTS (ENT031) :
002730 01 W-NBR-PST            PIC  9(05)  COMP VALUE ZERO.
002740 01 W-TABLE-PST.
002750    10 W-PST OCCURS 1 TO 10000 TIMES
002760          DEPENDING ON W-NBR-PST
002770          INDEXED BY IND-PST.
002780       15 W-PST-NUM-CMD    PIC 9(05).
002790       15 W-PST-NUM-CLI    PIC 9(05).
002800       15 W-PST-NUM-FACT   PIC 9(05).
002810       15 W-PST-SOLDE      PIC S9(07)V99.
002820       15 W-PST-ETAT       PIC X(01).
002830*
002840*   TABLE DES REJETS DEJA ENREGISTRES (ENT062) - DETECTION DES
002850*   RETOURS CHARGES DEUX FOIS :
002860 01 W-NBR-REJ            PIC  9(05)  COMP VALUE ZERO.
002870 01 W-TABLE-REJ.
002880    10 W-REJ OCCURS 1 TO 10000 TIMES
002890          DEPENDING ON W-NBR-REJ
002900          INDEXED BY IND-REJ.
002910       15 W-REJ-NUM-CMD    PIC 9(05).
002920       15 W-REJ-DAT        PIC 9(08).
002930*
002940*   TABLE DES CLIENTS REJETES : NOMBRE DE REJETS CUMULES,
002950*   REJET DANS LE PASSAGE DU JOUR, MOTIF DE SUSPENSION :
002960 01 W-NBR-CLR            PIC  9(04)  COMP VALUE ZERO.
002970 01 W-TABLE-CLR.
002980    10 W-CLR OCCURS 1 TO 2000 TIMES
002990          DEPENDING ON W-NBR-CLR
003000          INDEXED BY IND-CLR.
003010       15 W-CLR-NUM-CLI    PIC 9(05).
003020       15 W-CLR-NBR-REJ    PIC 9(05).
003030       15 W-CLR-DU-JOUR    PIC X(01).
003040       15 W-CLR-REVOQUE    PIC X(01).
003050       15 W-CLR-MOTIF      PIC X(04).
003060*
003070*   ARGUMENTS DE RECHERCHE :
003080 01 W-CLI-RECH           PIC  9(05).
003090 01 W-FACT-RECH          PIC  9(05).
003100 01 W-CMD-RECH           PIC  9(05).
003110 01 W-DAT-RECH           PIC  9(08).
003120 01 W-MOTIF-RECH         PIC  X(04).
003130*
003140*   ZONES D'EDITION :
003150 01 W-EDT-MNT            PIC -9(11).99.
003160 01 W-EDT-MNT-2          PIC -9(11).99.
003170 01 W-EDT-FRAIS          PIC -9(05).99.
003180*================================================================
003190 LOCAL-STORAGE SECTION.
003200*    ---
003210*
003220* VARIABLES DE CONTROLE DE FLUX.
003230 01                     PIC   X(02).
003240   88 TRT-OK               VALUE "OK".
003250   88 TRT-KO               VALUE "KO".
003260*
003270* FIN DU FICHIER DE TRI.
003280 01                     PIC   X(02).
003290   88 TRI-DISPONIBLE       VALUE "OK".
003300   88 TRI-EPUISE           VALUE "KO".
003310*
003320* PRESENCE DE LA FACTURE DU RETOUR DANS LES POSTES OUVERTS.
003330 01                     PIC   X(02).
003340   88 POSTE-TROUVE         VALUE "OK".
003350   88 POSTE-INCONNU        VALUE "KO".
003360*
003370* LE REJET EN COURS A-T-IL DEJA ETE ENREGISTRE.
003380 01                     PIC   X(02).
003390   88 REJET-DEJA-CONNU     VALUE "OK".
003400   88 REJET-NOUVEAU        VALUE "KO".
003410*
003420* PRESENCE DU CLIENT DANS LA TABLE DES CLIENTS REJETES.
003430 01                     PIC   X(02).
003440   88 CLR-TROUVE           VALUE "OK".
003450   88 CLR-ABSENT           VALUE "KO".
003460*
003470* CODE MOTIF DU REJET CONNU DE LA TABLE DES MOTIFS.
003480 01                     PIC   X(02).
003490   88 MOTIF-CONNU          VALUE "OK".
003500   88 MOTIF-INCONNU        VALUE "KO".
003510*
003520* PRESENCE DU CLIENT DANS ENT010.
003530 01                     PIC   X(02).
003540   88 CLI-PRESENT          VALUE "OK".
003550   88 CLI-ABSENT           VALUE "KO".
003560*
003561* OUVERTURE DU FICHIER CLIENTS ENT010 (A FERMER EN FIN).
003562 01                     PIC   X(02).
003563   88 ENT010-OUVERT        VALUE "OK".
003564   88 ENT010-FERME         VALUE "KO".
003565*
003570 01 W-STATUS.
003580   10 FS-ENT010         PIC   X(02).
003590      88 FS-ENT010-OK      VALUE "00".
003610   10 FS-ENT031         PIC   X(02).
003620      88 FS-ENT031-OK      VALUE "00".
003630      88 FIN-ENT031        VALUE "10".
003640   10 FS-ENT044         PIC   X(02).
003650      88 FS-ENT044-OK      VALUE "00".
003660      88 FIN-ENT044        VALUE "10".
003670   10 FS-ENT045         PIC   X(02).
003680      88 FS-ENT045-OK      VALUE "00".
003690   10 FS-ENT061         PIC   X(02).
003700      88 FS-ENT061-OK      VALUE "00".
003710      88 FIN-ENT061        VALUE "10".
003720   10 FS-ENT062         PIC   X(02).
003730      88 FS-ENT062-OK      VALUE "00".
003740      88 FS-ENT062-ABS     VALUE "05".
003750      88 FIN-ENT062        VALUE "10".
003760   10 FS-ENT063         PIC   X(02).
003770      88 FS-ENT063-OK      VALUE "00".
003780*================================================================
003790 PROCEDURE DIVISION.
003800*    ---------------------
003810*
003820     PERFORM DEBUT THRU DEBUT-EXIT.
003830     IF TRT-OK
003840        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
003850     END-IF.
003860     PERFORM FIN THRU FIN-EXIT.
003870     STOP RUN.
003880*================================================================
003890*    INITIALISATIONS DE DEBUT DE TRAITEMENT
003900*================================================================
003910 DEBUT.
003920     SET TRT-OK TO TRUE.
003925     SET ENT010-FERME TO TRUE.
003930     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
003940     OPEN OUTPUT ENT063.
003950     IF NOT FS-ENT063-OK
003960        SET TRT-KO TO TRUE
003970        GO TO DEBUT-EXIT
003980     END-IF.
003990     MOVE SPACES TO LIGNE-IMP.
004000     STRING 'ETAT DES REJETS DE PRELEVEMENT - ' C-NOMPGM
004010            ' DU ' W-DATE-TRAITEMENT
004020            DELIMITED BY SIZE INTO LIGNE-IMP
004030     END-STRING.
004040     WRITE LIGNE-IMP.
004050     MOVE SPACES TO LIGNE-IMP.
004060     WRITE LIGNE-IMP.
004070     OPEN INPUT ENT010.
004080     IF NOT FS-ENT010-OK
004090        SET TRT-KO TO TRUE
004100        GO TO DEBUT-EXIT
004110     END-IF.
004115     SET ENT010-OUVERT TO TRUE.
004120     PERFORM CHARGE-TABLE-POSTES
004130             THRU CHARGE-TABLE-POSTES-EXIT.
004140     IF TRT-KO
004150        GO TO DEBUT-EXIT
004160     END-IF.
004170     PERFORM CHARGE-TABLE-REJETS
004180             THRU CHARGE-TABLE-REJETS-EXIT.
004190     OPEN INPUT ENT061.
004200     IF NOT FS-ENT061-OK
004210        MOVE SPACES TO LIGNE-IMP
004220        STRING 'ERREUR - ENT061 - RETOURS BANQUE ABSENTS OU'
004230               ' ILLISIBLES (STATUT ' FS-ENT061 ') - ARRET'
004240               DELIMITED BY SIZE INTO LIGNE-IMP
004250        END-STRING
004260        WRITE LIGNE-IMP
004270        SET TRT-KO TO TRUE
004280        GO TO DEBUT-EXIT
004290     END-IF.
004300     OPEN EXTEND ENT062.
004310     IF NOT FS-ENT062-OK AND NOT FS-ENT062-ABS
004315        CLOSE ENT061
004320        SET TRT-KO TO TRUE
004330        GO TO DEBUT-EXIT
004340     END-IF.
004350 DEBUT-EXIT.
004360        EXIT.
004370*----------------------------------------------------------------
004380*    CHARGEMENT DES FACTURES DES POSTES OUVERTS (ENT031)
004390*----------------------------------------------------------------
004400 CHARGE-TABLE-POSTES.
004410     MOVE ZERO TO W-NBR-PST.
004420     OPEN INPUT ENT031.
004430     IF NOT FS-ENT031-OK
004440        MOVE SPACES TO LIGNE-IMP
004450        STRING 'ERREUR - ENT031 - POSTES OUVERTS ILLISIBLES'
004460               ' (STATUT ' FS-ENT031 ') - ARRET'
004470               DELIMITED BY SIZE INTO LIGNE-IMP
004480        END-STRING
004490        WRITE LIGNE-IMP
004500        SET TRT-KO TO TRUE
004510        GO TO CHARGE-TABLE-POSTES-EXIT
004520     END-IF.
004530     PERFORM LIT-UN-POSTE THRU LIT-UN-POSTE-EXIT
004540             UNTIL FIN-ENT031
004550                OR W-NBR-PST NOT LESS THAN C-NBR-MAX-PST.
004560     IF NOT FIN-ENT031
004570        MOVE SPACES TO LIGNE-IMP
004580        STRING 'AVIS - ENT031 - PLAFOND DE ' C-NBR-MAX-PST
004590               ' FACTURES ATTEINT - RAPPROCHEMENT PARTIEL'
004600               DELIMITED BY SIZE INTO LIGNE-IMP
004610        END-STRING
004620        WRITE LIGNE-IMP
004630     END-IF.
004640     CLOSE ENT031.
004650 CHARGE-TABLE-POSTES-EXIT.
004660        EXIT.
004670*----------------------------------------------------------------
004680 LIT-UN-POSTE.
004690     READ ENT031
004700        AT END
004710           SET FIN-ENT031 TO TRUE
004720           GO TO LIT-UN-POSTE-EXIT
004730     END-READ.
004740     IF TYP-LET = 'F'
004750        ADD 1 TO W-NBR-PST
004760        MOVE NUM-CMD-LET   TO W-PST-NUM-CMD  (W-NBR-PST)
004770        MOVE NUM-CLI-LET   TO W-PST-NUM-CLI  (W-NBR-PST)
004780        MOVE NUM-FACT-LET  TO W-PST-NUM-FACT (W-NBR-PST)
004790        MOVE MNT-SOLDE-LET TO W-PST-SOLDE    (W-NBR-PST)
004800        MOVE ETAT-LET      TO W-PST-ETAT     (W-NBR-PST)
004810     END-IF.
004820 LIT-UN-POSTE-EXIT.
004830        EXIT.
004840*----------------------------------------------------------------
004850*    CHARGEMENT DU CUMUL DES REJETS (ENT062) : DETECTION DES
004860*    DOUBLES ET DECOMPTE DES REJETS PAR CLIENT
004870*----------------------------------------------------------------
004880 CHARGE-TABLE-REJETS.
004890     MOVE ZERO TO W-NBR-REJ.
004900     MOVE ZERO TO W-NBR-CLR.
004910     OPEN INPUT ENT062.
004920     IF NOT FS-ENT062-OK AND NOT FS-ENT062-ABS
004930        MOVE SPACES TO LIGNE-IMP
004940        STRING 'AVIS - ENT062 - CUMUL DES REJETS ILLISIBLE'
004950               ' (STATUT ' FS-ENT062 ') - CONTROLE DES DOUBLES'
004960               ' PARTIEL' DELIMITED BY SIZE INTO LIGNE-IMP
004970        END-STRING
004980        WRITE LIGNE-IMP
004990        GO TO CHARGE-TABLE-REJETS-EXIT
005000     END-IF.
005010     PERFORM LIT-UN-REJET THRU LIT-UN-REJET-EXIT
005020             UNTIL FIN-ENT062
005030                OR W-NBR-REJ NOT LESS THAN C-NBR-MAX-REJ.
005040     IF NOT FIN-ENT062
005050        MOVE SPACES TO LIGNE-IMP
005060        STRING 'AVIS - ENT062 - PLAFOND DE ' C-NBR-MAX-REJ
005070               ' REJETS ATTEINT - CONTROLE DES DOUBLES'
005080               ' PARTIEL' DELIMITED BY SIZE INTO LIGNE-IMP
005090        END-STRING
005100        WRITE LIGNE-IMP
005110     END-IF.
005120     CLOSE ENT062.
005130 CHARGE-TABLE-REJETS-EXIT.
005140        EXIT.
005150*----------------------------------------------------------------
005160 LIT-UN-REJET.
005170     READ ENT062
005180        AT END
005190           SET FIN-ENT062 TO TRUE
005200           GO TO LIT-UN-REJET-EXIT
005210     END-READ.
005220     IF NUM-CMD-REJ NOT NUMERIC
005230        OR NUM-CLI-REJ NOT NUMERIC
005240          GO TO LIT-UN-REJET-EXIT
005250     END-IF.
005260     ADD 1 TO W-NBR-REJ.
005270     MOVE NUM-CMD-REJ   TO W-REJ-NUM-CMD (W-NBR-REJ).
005280     MOVE DAT-REJET-REJ TO W-REJ-DAT     (W-NBR-REJ).
005290     MOVE NUM-CLI-REJ TO W-CLI-RECH.
005300     PERFORM NOTE-CLIENT-REJETE THRU NOTE-CLIENT-REJETE-EXIT.
005310 LIT-UN-REJET-EXIT.
005320        EXIT.
005330*----------------------------------------------------------------
005340*    DECOMPTE D'UN REJET SUR LE CLIENT W-CLI-RECH - LE CLIENT
005350*    EST AJOUTE A LA TABLE A SON PREMIER REJET
005360*----------------------------------------------------------------
005370 NOTE-CLIENT-REJETE.
005380     PERFORM CHERCHE-CLIENT-REJETE
005390             THRU CHERCHE-CLIENT-REJETE-EXIT.
005400     IF CLR-TROUVE
005410        ADD 1 TO W-CLR-NBR-REJ (IND-CLR)
005420        GO TO NOTE-CLIENT-REJETE-EXIT
005430     END-IF.
005440     IF W-NBR-CLR NOT LESS THAN C-NBR-MAX-CLR
005450        MOVE SPACES TO LIGNE-IMP
005460        STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-CLR
005470               ' CLIENTS REJETES ATTEINT - CLIENT ' W-CLI-RECH
005480               ' NON DECOMPTE' DELIMITED BY SIZE INTO LIGNE-IMP
005490        END-STRING
005500        WRITE LIGNE-IMP
005510        GO TO NOTE-CLIENT-REJETE-EXIT
005520     END-IF.
005530     ADD 1 TO W-NBR-CLR.
005540     SET IND-CLR TO W-NBR-CLR.
005550     MOVE W-CLI-RECH TO W-CLR-NUM-CLI (IND-CLR).
005560     MOVE 1          TO W-CLR-NBR-REJ (IND-CLR).
005570     MOVE 'N'        TO W-CLR-DU-JOUR (IND-CLR).
005580     MOVE 'N'        TO W-CLR-REVOQUE (IND-CLR).
005590     MOVE SPACES     TO W-CLR-MOTIF   (IND-CLR).
005600     SET CLR-TROUVE TO TRUE.
005610 NOTE-CLIENT-REJETE-EXIT.
005620        EXIT.
005630*----------------------------------------------------------------
005640 CHERCHE-CLIENT-REJETE.
005650     SET CLR-ABSENT TO TRUE.
005660     IF W-NBR-CLR = ZERO
005670        GO TO CHERCHE-CLIENT-REJETE-EXIT
005680     END-IF.
005690     SET IND-CLR TO 1.
005700     SEARCH W-CLR
005710        AT END
005720           CONTINUE
005730        WHEN W-CLR-NUM-CLI (IND-CLR) = W-CLI-RECH
005740           SET CLR-TROUVE TO TRUE
005750     END-SEARCH.
005760 CHERCHE-CLIENT-REJETE-EXIT.
005770        EXIT.
005780*================================================================
005790*    TRAITEMENT PRINCIPAL - CONTROLE ET ENREGISTREMENT DES
005800*    RETOURS, ETAT DES REJETS DU JOUR PAR MOTIF, MISE A JOUR
005810*    DES MANDATS
005820*================================================================
005830 TRAITEMENT.
005840     PERFORM LIT-RETOUR THRU LIT-RETOUR-EXIT.
005850     PERFORM TRAITE-UN-RETOUR THRU TRAITE-UN-RETOUR-EXIT
005860             UNTIL FIN-ENT061.
005870     CLOSE ENT061 ENT062.
005880     SORT TRI-REJ
005890          ON ASCENDING KEY COD-MOTIF-TRI
005900                           NUM-CLI-TRI
005910                           NUM-CMD-TRI
005920          USING ENT062
005930          OUTPUT PROCEDURE IS EDITE-REJETS
005940                           THRU EDITE-REJETS-EXIT.
005950     PERFORM MAJ-MANDATS THRU MAJ-MANDATS-EXIT.
005960 TRAITEMENT-EXIT.
005970        EXIT.
005980*----------------------------------------------------------------
005990 LIT-RETOUR.
006000     READ ENT061
006010        AT END
006020           SET FIN-ENT061 TO TRUE
006030        NOT AT END
006040           ADD 1 TO W-CPT-RET-LUS
006050     END-READ.
006060 LIT-RETOUR-EXIT.
006070        EXIT.
006080*----------------------------------------------------------------
006090*    CONTROLE D'UN RETOUR : ZONES NUMERIQUES, FACTURE CONNUE DU
006100*    MEME CLIENT, POSTE PRELEVE 'V', REJET NON DEJA CHARGE
006110*----------------------------------------------------------------
006120 TRAITE-UN-RETOUR.
006130     IF NUM-CLI-IMP NOT NUMERIC
006140        OR NUM-FACT-IMP NOT NUMERIC
006150        OR MNT-IMP NOT NUMERIC
006160        OR DAT-REJET-IMP NOT NUMERIC
006170          MOVE 'REFERENCE, MONTANT OU DATE NON NUMERIQUE'
006180               TO W-MOTIF-ECART
006190          PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006200          GO TO TRAITE-UN-RETOUR-SUITE
006210     END-IF.
006220     IF MNT-FRAIS-IMP = SPACES
006230        MOVE ZERO TO W-FRAIS-RETOUR
006240     ELSE
006250     IF MNT-FRAIS-IMP-N NOT NUMERIC
006260        MOVE 'MONTANT DES FRAIS NON NUMERIQUE' TO W-MOTIF-ECART
006270        PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006280        GO TO TRAITE-UN-RETOUR-SUITE
006290     ELSE
006300        MOVE MNT-FRAIS-IMP-N TO W-FRAIS-RETOUR
006310     END-IF
006320     END-IF.
006330     MOVE NUM-FACT-IMP-N TO W-FACT-RECH.
006340     PERFORM CHERCHE-POSTE THRU CHERCHE-POSTE-EXIT.
006350     IF POSTE-INCONNU
006360        MOVE 'AUCUNE FACTURE POUR CETTE REFERENCE'
006370             TO W-MOTIF-ECART
006380        PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006390        GO TO TRAITE-UN-RETOUR-SUITE
006400     END-IF.
006410     IF W-PST-NUM-CLI (IND-PST) NOT = NUM-CLI-IMP-N
006420        MOVE 'CLIENT DIFFERENT DU CLIENT FACTURE'
006430             TO W-MOTIF-ECART
006440        PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006450        GO TO TRAITE-UN-RETOUR-SUITE
006460     END-IF.
006470     MOVE W-PST-NUM-CMD (IND-PST) TO W-CMD-RECH.
006480     MOVE DAT-REJET-IMP TO W-DAT-RECH.
006490     PERFORM CHERCHE-REJET THRU CHERCHE-REJET-EXIT.
006500     IF REJET-DEJA-CONNU
006510        MOVE 'REJET DEJA ENREGISTRE (RETOUR EN DOUBLE)'
006520             TO W-MOTIF-ECART
006530        PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006540        GO TO TRAITE-UN-RETOUR-SUITE
006550     END-IF.
006560     IF W-PST-ETAT (IND-PST) NOT = 'V'
006570        MOVE SPACES TO W-MOTIF-ECART
006580        STRING 'FACTURE NON PRELEVEE (ETAT '
006590               W-PST-ETAT (IND-PST) ')'
006600               DELIMITED BY SIZE INTO W-MOTIF-ECART
006610        END-STRING
006620        PERFORM ECARTE-RETOUR THRU ECARTE-RETOUR-EXIT
006630        GO TO TRAITE-UN-RETOUR-SUITE
006640     END-IF.
006650     IF MNT-IMP NOT = W-PST-SOLDE (IND-PST)
006660        MOVE MNT-IMP TO W-EDT-MNT
006670        MOVE W-PST-SOLDE (IND-PST) TO W-EDT-MNT-2
006680        MOVE SPACES TO LIGNE-IMP
006690        STRING 'AVIS - FACTURE ' NUM-FACT-IMP
006700               ' - MONTANT REJETE ' W-EDT-MNT
006710               ' DIFFERENT DU MONTANT PRELEVE ' W-EDT-MNT-2
006720               DELIMITED BY SIZE INTO LIGNE-IMP
006730        END-STRING
006740        WRITE LIGNE-IMP
006750     END-IF.
006760     MOVE COD-MOTIF-IMP TO W-MOTIF-RECH.
006770     PERFORM CHERCHE-MOTIF THRU CHERCHE-MOTIF-EXIT.
006780     IF MOTIF-INCONNU
006790        MOVE SPACES TO LIGNE-IMP
006800        STRING 'AVIS - FACTURE ' NUM-FACT-IMP
006810               ' - CODE MOTIF ' COD-MOTIF-IMP
006820               ' INCONNU - REJET ENREGISTRE'
006830               DELIMITED BY SIZE INTO LIGNE-IMP
006840        END-STRING
006850        WRITE LIGNE-IMP
006860     END-IF.
006870     PERFORM ENREGISTRE-REJET THRU ENREGISTRE-REJET-EXIT.
006880 TRAITE-UN-RETOUR-SUITE.
006890     PERFORM LIT-RETOUR THRU LIT-RETOUR-EXIT.
006900 TRAITE-UN-RETOUR-EXIT.
006910        EXIT.
006920*----------------------------------------------------------------
006930*    RECHERCHE DE LA FACTURE DU RETOUR : LE NUMERO DE FACTURE
006940*    PRIME, LE NUMERO DE COMMANDE N'EST TENTE QU'A DEFAUT
006950*    (PIECES ANTERIEURES A LA NUMEROTATION LEGALE)
006960*----------------------------------------------------------------
006970 CHERCHE-POSTE.
006980     SET POSTE-TROUVE TO TRUE.
006990     IF W-NBR-PST = ZERO
007000        SET POSTE-INCONNU TO TRUE
007010        GO TO CHERCHE-POSTE-EXIT
007020     END-IF.
007030     SET IND-PST TO 1.
007040     SEARCH W-PST
007050        AT END
007060           SET POSTE-INCONNU TO TRUE
007070        WHEN W-PST-NUM-FACT (IND-PST) > ZERO
007080         AND W-PST-NUM-FACT (IND-PST) = W-FACT-RECH
007090           CONTINUE
007100     END-SEARCH.
007110     IF POSTE-TROUVE
007120        GO TO CHERCHE-POSTE-EXIT
007130     END-IF.
007140     SET POSTE-TROUVE TO TRUE.
007150     SET IND-PST TO 1.
007160     SEARCH W-PST
007170        AT END
007180           SET POSTE-INCONNU TO TRUE
007190        WHEN W-PST-NUM-CMD (IND-PST) = W-FACT-RECH
007200           CONTINUE
007210     END-SEARCH.
007220 CHERCHE-POSTE-EXIT.
007230        EXIT.
007240*----------------------------------------------------------------
007250 CHERCHE-REJET.
007260     SET REJET-NOUVEAU TO TRUE.
007270     IF W-NBR-REJ = ZERO
007280        GO TO CHERCHE-REJET-EXIT
007290     END-IF.
007300     SET IND-REJ TO 1.
007310     SEARCH W-REJ
007320        AT END
007330           CONTINUE
007340        WHEN W-REJ-NUM-CMD (IND-REJ) = W-CMD-RECH
007350         AND W-REJ-DAT (IND-REJ) = W-DAT-RECH
007360           SET REJET-DEJA-CONNU TO TRUE
007370     END-SEARCH.
007380 CHERCHE-REJET-EXIT.
007390        EXIT.
007400*----------------------------------------------------------------
007410*    RECHERCHE DU CODE MOTIF W-MOTIF-RECH - LIBELLE RENDU DANS
007420*    W-LIB-MOTIF
007430*----------------------------------------------------------------
007440 CHERCHE-MOTIF.
007450     SET MOTIF-CONNU TO TRUE.
007460     SET IND-MOT TO 1.
007470     SEARCH W-MOT
007480        AT END
007490           SET MOTIF-INCONNU TO TRUE
007500           MOVE 'MOTIF INCONNU' TO W-LIB-MOTIF
007510        WHEN W-MOT-CODE (IND-MOT) = W-MOTIF-RECH
007520           MOVE W-MOT-LIB (IND-MOT) TO W-LIB-MOTIF
007530     END-SEARCH.
007540 CHERCHE-MOTIF-EXIT.
007550        EXIT.
007560*----------------------------------------------------------------
007570*    ENREGISTREMENT D'UN REJET ACCEPTE : CUMUL ENT062, POSTE
007580*    ROUVERT DANS LA TABLE, DECOMPTE SUR LE CLIENT
007590*----------------------------------------------------------------
007600 ENREGISTRE-REJET.
007610     MOVE SPACES TO ENT-REJ.
007620     MOVE W-PST-NUM-CMD (IND-PST)  TO NUM-CMD-REJ.
007630     MOVE W-PST-NUM-FACT (IND-PST) TO NUM-FACT-REJ.
007640     MOVE NUM-CLI-IMP-N            TO NUM-CLI-REJ.
007650     MOVE DAT-REJET-IMP            TO DAT-REJET-REJ.
007660     MOVE MNT-IMP                  TO MNT-REJ.
007670     MOVE W-FRAIS-RETOUR           TO MNT-FRAIS-REJ.
007680     MOVE COD-MOTIF-IMP            TO COD-MOTIF-REJ.
007690     MOVE W-DATE-TRAITEMENT        TO DAT-TRT-REJ.
007700     WRITE ENT-REJ.
007710     ADD 1 TO W-CPT-RET-ACCEPTES.
007720     ADD MNT-IMP TO W-MNT-REJETE.
007730     IF W-FRAIS-RETOUR > ZERO
007740        ADD 1 TO W-CPT-FRAIS
007750        ADD W-FRAIS-RETOUR TO W-MNT-FRAIS
007760     END-IF.
007770     MOVE 'O' TO W-PST-ETAT (IND-PST).
007780     IF W-NBR-REJ LESS THAN C-NBR-MAX-REJ
007790        ADD 1 TO W-NBR-REJ
007800        MOVE W-PST-NUM-CMD (IND-PST) TO W-REJ-NUM-CMD (W-NBR-REJ)
007810        MOVE DAT-REJET-IMP           TO W-REJ-DAT     (W-NBR-REJ)
007820     END-IF.
007830     MOVE NUM-CLI-IMP-N TO W-CLI-RECH.
007840     PERFORM NOTE-CLIENT-REJETE THRU NOTE-CLIENT-REJETE-EXIT.
007850     IF CLR-TROUVE
007860        MOVE 'O' TO W-CLR-DU-JOUR (IND-CLR)
007870        IF W-CLR-REVOQUE (IND-CLR) = 'N'
007880           MOVE COD-MOTIF-IMP TO W-CLR-MOTIF (IND-CLR)
007890        END-IF
007900        IF MOTIF-CONNU AND W-MOT-SUSP (IND-MOT) = 'O'
007910           MOVE 'O' TO W-CLR-REVOQUE (IND-CLR)
007920        END-IF
007930     END-IF.
007940 ENREGISTRE-REJET-EXIT.
007950        EXIT.
007960*----------------------------------------------------------------
007970 ECARTE-RETOUR.
007980     ADD 1 TO W-CPT-RET-ECARTES.
007990     MOVE SPACES TO LIGNE-IMP.
008000     STRING 'REJET - RETOUR CLIENT ' NUM-CLI-IMP
008010            ' - FACTURE ' NUM-FACT-IMP
008020            ' - MOTIF ' COD-MOTIF-IMP
008030            ' - ' W-MOTIF-ECART
008040            DELIMITED BY SIZE INTO LIGNE-IMP
008050     END-STRING.
008060     WRITE LIGNE-IMP.
008070 ECARTE-RETOUR-EXIT.
008080        EXIT.
008090*================================================================
008100*    EDITION DES REJETS DU JOUR PAR CODE MOTIF
008110*================================================================
008120 EDITE-REJETS.
008130     SET TRI-DISPONIBLE TO TRUE.
008140     PERFORM RETOURNE-REJET THRU RETOURNE-REJET-EXIT.
008150     PERFORM TRAITE-REJET-TRIE THRU TRAITE-REJET-TRIE-EXIT
008160             UNTIL TRI-EPUISE.
008170     IF NOT PREMIER-MOTIF
008180        PERFORM CLOTURE-MOTIF THRU CLOTURE-MOTIF-EXIT
008190     END-IF.
008200 EDITE-REJETS-EXIT.
008210        EXIT.
008220*----------------------------------------------------------------
008230 RETOURNE-REJET.
008240     RETURN TRI-REJ
008250        AT END
008260           SET TRI-EPUISE TO TRUE
008270     END-RETURN.
008280 RETOURNE-REJET-EXIT.
008290        EXIT.
008300*----------------------------------------------------------------
008310*    SEULS LES REJETS ENREGISTRES PAR LE PASSAGE DU JOUR SONT
008320*    EDITES
008330*----------------------------------------------------------------
008340 TRAITE-REJET-TRIE.
008350     IF DAT-TRT-TRI NOT = W-DATE-TRAITEMENT
008360        GO TO TRAITE-REJET-TRIE-SUITE
008370     END-IF.
008380     IF PREMIER-MOTIF
008390        OR COD-MOTIF-TRI NOT = W-MOTIF-EN-COURS
008400          IF NOT PREMIER-MOTIF
008410             PERFORM CLOTURE-MOTIF THRU CLOTURE-MOTIF-EXIT
008420          END-IF
008430          PERFORM OUVRE-MOTIF THRU OUVRE-MOTIF-EXIT
008440     END-IF.
008450     PERFORM ECRIT-LIGNE-REJET THRU ECRIT-LIGNE-REJET-EXIT.
008460 TRAITE-REJET-TRIE-SUITE.
008470     PERFORM RETOURNE-REJET THRU RETOURNE-REJET-EXIT.
008480 TRAITE-REJET-TRIE-EXIT.
008490        EXIT.
008500*----------------------------------------------------------------
008510 OUVRE-MOTIF.
008520     MOVE COD-MOTIF-TRI TO W-MOTIF-EN-COURS.
008530     MOVE 'N' TO W-PREMIER-MOTIF.
008540     MOVE ZERO TO W-CPT-REJ-MOTIF.
008550     MOVE ZERO TO W-MNT-REJ-MOTIF.
008560     MOVE COD-MOTIF-TRI TO W-MOTIF-RECH.
008570     PERFORM CHERCHE-MOTIF THRU CHERCHE-MOTIF-EXIT.
008580     MOVE SPACES TO LIGNE-IMP.
008590     WRITE LIGNE-IMP.
008600     MOVE SPACES TO LIGNE-IMP.
008610     STRING 'MOTIF ' COD-MOTIF-TRI ' - ' W-LIB-MOTIF
008620            DELIMITED BY SIZE INTO LIGNE-IMP
008630     END-STRING.
008640     WRITE LIGNE-IMP.
008650     MOVE SPACES TO LIGNE-IMP.
008660     STRING 'CLIENT NOM                  TELEPHONE'
008670            '            FACTURE COMMANDE REJET DU'
008680            '               MONTANT      FRAIS'
008690            DELIMITED BY SIZE INTO LIGNE-IMP
008700     END-STRING.
008710     WRITE LIGNE-IMP.
008720 OUVRE-MOTIF-EXIT.
008730        EXIT.
008740*----------------------------------------------------------------
008750*    LIGNE DE REJET : COORDONNEES DU CLIENT LUES DANS ENT010
008760*    POUR LA RELANCE TELEPHONIQUE
008770*----------------------------------------------------------------
008780 ECRIT-LIGNE-REJET.
008790     ADD 1 TO W-CPT-REJ-MOTIF.
008800     ADD MNT-TRI TO W-MNT-REJ-MOTIF.
008810     MOVE NUM-CLI-TRI TO NUM-CLI OF ENT-CLI.
008820     READ ENT010
008830        INVALID KEY
008840           SET CLI-ABSENT TO TRUE
008850        NOT INVALID KEY
008860           SET CLI-PRESENT TO TRUE
008870     END-READ.
008880     IF CLI-ABSENT
008890        MOVE '(CLIENT INCONNU)' TO NOM-CLI
008900        MOVE SPACES TO TEL-CLI MOB-CLI
008910     END-IF.
008920     IF TEL-CLI = SPACES
008930        MOVE MOB-CLI TO TEL-CLI
008940     END-IF.
008950     MOVE MNT-TRI TO W-EDT-MNT.
008960     MOVE MNT-FRAIS-TRI TO W-EDT-FRAIS.
008970     MOVE SPACES TO LIGNE-IMP.
008980     STRING NUM-CLI-TRI '  ' NOM-CLI ' ' TEL-CLI
008990            ' ' NUM-FACT-TRI '   ' NUM-CMD-TRI
009000            '    ' DAT-REJET-TRI
009010            ' ' W-EDT-MNT ' ' W-EDT-FRAIS
009020            DELIMITED BY SIZE INTO LIGNE-IMP
009030     END-STRING.
009040     WRITE LIGNE-IMP.
009050 ECRIT-LIGNE-REJET-EXIT.
009060        EXIT.
009070*----------------------------------------------------------------
009080 CLOTURE-MOTIF.
009090     MOVE W-MNT-REJ-MOTIF TO W-EDT-MNT.
009100     MOVE SPACES TO LIGNE-IMP.
009110     STRING 'TOTAL MOTIF ' W-MOTIF-EN-COURS
009120            ' : ' W-CPT-REJ-MOTIF ' REJET(S) - MONTANT '
009130            W-EDT-MNT
009140            DELIMITED BY SIZE INTO LIGNE-IMP
009150     END-STRING.
009160     WRITE LIGNE-IMP.
009170 CLOTURE-MOTIF-EXIT.
009180        EXIT.
009190*================================================================
009200*    MISE A JOUR DES MANDATS : RECOPIE DE ENT044 SUR ENT045,
009210*    SUSPENSION DU MANDAT DES CLIENTS REJETES DANS LE PASSAGE
009220*    DU JOUR QUI ATTEIGNENT LE SEUIL DE REJETS OU DONT UN
009230*    REJET PORTE UN MOTIF DE SUSPENSION IMMEDIATE
009240*================================================================
009250 MAJ-MANDATS.
009260     OPEN INPUT ENT044.
009270     IF NOT FS-ENT044-OK
009280        MOVE SPACES TO LIGNE-IMP
009290        STRING 'ERREUR - ENT044 - FICHIER DES MANDATS ABSENT'
009300               ' OU ILLISIBLE (STATUT ' FS-ENT044 ')'
009310               ' - MANDATS NON MIS A JOUR'
009320               DELIMITED BY SIZE INTO LIGNE-IMP
009330        END-STRING
009340        WRITE LIGNE-IMP
009350        SET TRT-KO TO TRUE
009360        GO TO MAJ-MANDATS-EXIT
009370     END-IF.
009380     OPEN OUTPUT ENT045.
009390     IF NOT FS-ENT045-OK
009400        CLOSE ENT044
009410        SET TRT-KO TO TRUE
009420        GO TO MAJ-MANDATS-EXIT
009430     END-IF.
009440     MOVE SPACES TO LIGNE-IMP.
009450     WRITE LIGNE-IMP.
009460     PERFORM LIT-UN-MANDAT THRU LIT-UN-MANDAT-EXIT.
009470     PERFORM TRAITE-UN-MANDAT THRU TRAITE-UN-MANDAT-EXIT
009480             UNTIL FIN-ENT044.
009490     CLOSE ENT044 ENT045.
009500 MAJ-MANDATS-EXIT.
009510        EXIT.
009520*----------------------------------------------------------------
009530 LIT-UN-MANDAT.
009540     READ ENT044
009550        AT END
009560           SET FIN-ENT044 TO TRUE
009570        NOT AT END
009580           ADD 1 TO W-CPT-MAN-LUS
009590     END-READ.
009600 LIT-UN-MANDAT-EXIT.
009610        EXIT.
009620*----------------------------------------------------------------
009630 TRAITE-UN-MANDAT.
009640     IF NUM-CLI-MAN NOT NUMERIC
009650        OR MANDAT-SUSPENDU
009660          GO TO TRAITE-UN-MANDAT-ECRIT
009670     END-IF.
009680     MOVE NUM-CLI-MAN-N TO W-CLI-RECH.
009690     PERFORM CHERCHE-CLIENT-REJETE
009700             THRU CHERCHE-CLIENT-REJETE-EXIT.
009710     IF CLR-ABSENT
009720        GO TO TRAITE-UN-MANDAT-ECRIT
009730     END-IF.
009740     IF W-CLR-DU-JOUR (IND-CLR) NOT = 'O'
009750        GO TO TRAITE-UN-MANDAT-ECRIT
009760     END-IF.
009770     IF W-CLR-REVOQUE (IND-CLR) = 'O'
009780        OR W-CLR-NBR-REJ (IND-CLR) NOT LESS THAN C-SEUIL-REJETS
009790          PERFORM SUSPEND-MANDAT THRU SUSPEND-MANDAT-EXIT
009800     END-IF.
009810 TRAITE-UN-MANDAT-ECRIT.
009820     MOVE ENT-MAN TO ENT-MAN-MAJ.
009830     WRITE ENT-MAN-MAJ.
009840     PERFORM LIT-UN-MANDAT THRU LIT-UN-MANDAT-EXIT.
009850 TRAITE-UN-MANDAT-EXIT.
009860        EXIT.
009870*----------------------------------------------------------------
009880 SUSPEND-MANDAT.
009890     SET MANDAT-SUSPENDU TO TRUE.
009900     MOVE W-DATE-TRAITEMENT TO DAT-SUSP-MAN.
009910     MOVE W-CLR-MOTIF (IND-CLR) TO MOTIF-SUSP-MAN.
009920     ADD 1 TO W-CPT-MAN-SUSPENDUS.
009930     MOVE SPACES TO LIGNE-IMP.
009940     IF W-CLR-REVOQUE (IND-CLR) = 'O'
009950        STRING 'MANDAT SUSPENDU - CLIENT ' NUM-CLI-MAN
009960               ' - MANDAT ' REF-MANDAT-MAN
009970               ' - MOTIF ' MOTIF-SUSP-MAN
009980               ' (SUSPENSION IMMEDIATE)'
009990               DELIMITED BY SIZE INTO LIGNE-IMP
010000        END-STRING
010010     ELSE
010020        STRING 'MANDAT SUSPENDU - CLIENT ' NUM-CLI-MAN
010030               ' - MANDAT ' REF-MANDAT-MAN
010040               ' - ' W-CLR-NBR-REJ (IND-CLR)
010050               ' REJETS - DERNIER MOTIF ' MOTIF-SUSP-MAN
010060               DELIMITED BY SIZE INTO LIGNE-IMP
010070        END-STRING
010080     END-IF.
010090     WRITE LIGNE-IMP.
010100 SUSPEND-MANDAT-EXIT.
010110        EXIT.
010120*================================================================
010130*    FIN DE TRAITEMENT
010140*================================================================
010150 FIN.
010160     IF W-CPT-RET-LUS > ZERO
010170        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
010180     END-IF.
010190     IF ENT010-OUVERT
010200        CLOSE ENT010
010210     END-IF.
010220     CLOSE ENT063.
010230 FIN-EXIT.
010240        EXIT.
010250*----------------------------------------------------------------
010260 REND-COMPTE.
010270     MOVE SPACES TO LIGNE-IMP.
010280     WRITE LIGNE-IMP.
010290     MOVE SPACES TO LIGNE-IMP.
010300     STRING 'RETOURS LUS (ENT061)  : ' W-CPT-RET-LUS
010310            DELIMITED BY SIZE INTO LIGNE-IMP
010320     END-STRING.
010330     WRITE LIGNE-IMP.
010340     MOVE SPACES TO LIGNE-IMP.
010350     STRING 'REJETS ENREGISTRES    : ' W-CPT-RET-ACCEPTES
010360            DELIMITED BY SIZE INTO LIGNE-IMP
010370     END-STRING.
010380     WRITE LIGNE-IMP.
010390     MOVE SPACES TO LIGNE-IMP.
010400     STRING 'RETOURS ECARTES       : ' W-CPT-RET-ECARTES
010410            DELIMITED BY SIZE INTO LIGNE-IMP
010420     END-STRING.
010430     WRITE LIGNE-IMP.
010440     MOVE W-MNT-REJETE TO W-EDT-MNT.
010450     MOVE SPACES TO LIGNE-IMP.
010460     STRING 'MONTANT REJETE        : ' W-EDT-MNT
010470            DELIMITED BY SIZE INTO LIGNE-IMP
010480     END-STRING.
010490     WRITE LIGNE-IMP.
010500     MOVE SPACES TO LIGNE-IMP.
010510     STRING 'REJETS AVEC FRAIS     : ' W-CPT-FRAIS
010520            DELIMITED BY SIZE INTO LIGNE-IMP
010530     END-STRING.
010540     WRITE LIGNE-IMP.
010550     MOVE W-MNT-FRAIS TO W-EDT-MNT.
010560     MOVE SPACES TO LIGNE-IMP.
010570     STRING 'FRAIS REFACTURES      : ' W-EDT-MNT
010580            DELIMITED BY SIZE INTO LIGNE-IMP
010590     END-STRING.
010600     WRITE LIGNE-IMP.
010610     MOVE SPACES TO LIGNE-IMP.
010620     STRING 'MANDATS LUS           : ' W-CPT-MAN-LUS
010630            DELIMITED BY SIZE INTO LIGNE-IMP
010640     END-STRING.
010650     WRITE LIGNE-IMP.
010660     MOVE SPACES TO LIGNE-IMP.
010670     STRING 'MANDATS SUSPENDUS     : ' W-CPT-MAN-SUSPENDUS
010680            DELIMITED BY SIZE INTO LIGNE-IMP
010690     END-STRING.
010700     WRITE LIGNE-IMP.
010710 REND-COMPTE-EXIT.
010720        EXIT.
