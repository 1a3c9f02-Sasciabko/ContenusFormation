000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         PASPERTE.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : passage en perte des
000230*                       creances irrecouvrables sur demande
000240*                       (Ent067 : numero de facture, motif,
000250*                       provision ou perte definitive). Reste du
000260*                       de la facture pris dans les postes
000270*                       ouverts Ent031, TVA a regulariser
000280*                       recalculee par taux depuis les lignes
000290*                       Ent032 de la facture au prorata du reste
000300*                       du. Ecritures de perte, de dotation ou
000310*                       de reprise et de regularisation de TVA
000320*                       ajoutees a l'export comptable Ent034
000330*                       (journal OD, meme format que EXPCPTA).
000340*                       Passages en perte enregistres en cumul
000350*                       sur Ent068, relu par le lettrage (etat
000360*                       du poste) et par DECLTVA (deduction de
000370*                       TVA du mois de comptabilisation).
000380*                       Registre des passages en perte Ent069.
000382*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000384*                       250 caracteres : numero SIREN et numero
000386*                       de TVA intracommunautaire du client
000388*                       (facturation electronique).
000389*  15/10/2026  PDU     Controle de la periode de
000390*                       comptabilisation dans Ent082 (CLOTPER) :
000391*                       refus d'un mois clos ou archivable avant
000392*                       toute ecriture (REJET sur le registre,
000393*                       RETURN-CODE 8).
000394*================================================================
000400 ENVIRONMENT DIVISION.
000410*================================================================
000420 CONFIGURATION SECTION.
000430*    ---
000440 SOURCE-COMPUTER.      IBM-370.
000450 OBJECT-COMPUTER.      IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480*    ---
000490 FILE-CONTROL.
000500     SELECT ENT010  ASSIGN TO ENT010
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS RANDOM
000530            RECORD KEY IS NUM-CLI
000540            FILE STATUS IS FS-ENT010.
000550*
000560     SELECT ENT031  ASSIGN TO ENT031
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS FS-ENT031.
000590*
000600     SELECT ENT032  ASSIGN TO ENT032
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS FS-ENT032.
000630*
000640     SELECT ENT067  ASSIGN TO ENT067
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS FS-ENT067.
000670*
000680     SELECT OPTIONAL ENT068  ASSIGN TO ENT068
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS FS-ENT068.
000710*
000720     SELECT ENT034  ASSIGN TO ENT034
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS FS-ENT034.
000750*
000760     SELECT ENT069  ASSIGN TO ENT069
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS FS-ENT069.
000781*
000782     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000783            ORGANIZATION IS INDEXED
000784            ACCESS MODE IS RANDOM
000785            RECORD KEY IS MOIS-PER
000786            FILE STATUS IS FS-ENT082.
000790*================================================================
000800 DATA DIVISION.
000810*================================================================
000820 FILE SECTION.
000830*    ---
000840*----------------------------------------------------------------
000850*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000860*----------------------------------------------------------------
000870 FD  ENT010 LABEL RECORD STANDARD
000880             RECORD  CONTAINS  250 CHARACTERS
000890             DATA RECORD  ENT-CLI.
000900 01  ENT-CLI.
000910         10 NUM-CLI      PIC    9(05).
000920         10 NOM-CLI      PIC    X(20).
000930         10 PRN-CLI      PIC    X(20).
000940         10 ADR-CLI      PIC    X(100).
000950         10 TEL-CLI      PIC    X(20).
000960         10 MOB-CLI      PIC    X(20).
000970         10 COD-PAI-CLI  PIC    X(03).
000975         10 SIREN-CLI    PIC    X(09).
000980         10 TVA-CEE-CLI  PIC    X(14).
000982         10 MOD-FAC-CLI  PIC    X(01).
000984         10 COD-COM-CLI  PIC    X(04).
000986         10              PIC    X(34).
000990*----------------------------------------------------------------
001000*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
001010*----------------------------------------------------------------
001020 FD  ENT031 LABEL RECORD STANDARD
001030             BLOCK   CONTAINS    0 RECORDS
001040             RECORD  CONTAINS   80 CHARACTERS
001050             RECORDING MODE IS   F
001060             DATA RECORD ENT-LET.
001070 01  ENT-LET.
001080         10 NUM-CMD-LET     PIC  9(05).
001090         10 NUM-CLI-LET     PIC  9(05).
001100         10 DAT-FACT-LET    PIC  9(08).
001110         10 MNT-FACT-LET    PIC S9(07)V99.
001120         10 MNT-REGLE-LET   PIC  9(07)V99.
001130         10 DAT-RGL-LET     PIC  9(08).
001140         10 MNT-SOLDE-LET   PIC S9(07)V99.
001150         10 ETAT-LET        PIC  X(01).
001160         10 TYP-LET         PIC  X(01).
001170         10 NUM-FACT-LET    PIC  9(05).
001180         10 DAT-ECH-LET     PIC  9(08).
001190         10 MNT-IMPUTE-LET  PIC S9(07)V99.
001200         10                 PIC  X(03).
001210*----------------------------------------------------------------
001220*    DETAIL DES LIGNES FACTUREES (PRODUIT PAR IMPFACTU)
001230*----------------------------------------------------------------
001240 FD  ENT032 LABEL RECORD STANDARD
001250             BLOCK   CONTAINS    0 RECORDS
001260             RECORD  CONTAINS   80 CHARACTERS
001270             RECORDING MODE IS   F
001280             DATA RECORD ENT-DET.
001290 01  ENT-DET.
001300         10 NUM-CMD-DET       PIC  9(05).
001310         10 NUM-CLI-DET       PIC  9(05).
001320         10 REF-PDT-DET       PIC  X(15).
001330         10 NBR-PDT-DET       PIC S9(02).
001340         10 PRX-PDT-DET       PIC  9(03)V99.
001350         10 MNT-HT-DET        PIC S9(06)V99.
001360         10 MNT-TVA-DET       PIC S9(06)V99.
001370         10 MNT-TTC-DET       PIC S9(06)V99.
001380         10 DAT-TRT-DET       PIC  9(08).
001390         10 TYP-PIECE-DET     PIC  X(01).
001400            88 DET-AVOIR           VALUE 'A'.
001410         10 NUM-FACT-DET      PIC  9(05).
001420         10                   PIC  X(10).
001430*----------------------------------------------------------------
001440*    DEMANDES DE PASSAGE EN PERTE (SAISIES PAR LA COMPTABILITE)
001450*----------------------------------------------------------------
001460 FD  ENT067 LABEL RECORD STANDARD
001470             BLOCK   CONTAINS    0 RECORDS
001480             RECORD  CONTAINS   80 CHARACTERS
001490             RECORDING MODE IS   F
001500             DATA RECORD ENT-DEM.
001510 01  ENT-DEM.
001520         10 NUM-FACT-DEM    PIC  X(05).
001530         10 NUM-FACT-DEM-N  REDEFINES NUM-FACT-DEM
001540                            PIC  9(05).
001550         10 TYP-PERTE-DEM   PIC  X(01).
001560            88 DEM-PROVISION      VALUE 'P'.
001570            88 DEM-PERTE          VALUE 'X'.
001580         10 COD-MOTIF-DEM   PIC  X(02).
001590         10 LIB-MOTIF-DEM   PIC  X(30).
001600         10                 PIC  X(42).
001610*----------------------------------------------------------------
001620*    CUMUL DES PASSAGES EN PERTE : UN ENREGISTREMENT PAR FACTURE
001630*    ET PAR TAUX DE TVA (RELU PAR LETRBANC ET DECLTVA)
001640*----------------------------------------------------------------
001650 FD  ENT068 LABEL RECORD STANDARD
001660             BLOCK   CONTAINS    0 RECORDS
001670             RECORD  CONTAINS   80 CHARACTERS
001680             RECORDING MODE IS   F
001690             DATA RECORD ENT-PRT.
001700 01  ENT-PRT.
001710         10 TYP-PRT         PIC  X(01).
001720            88 PRT-PROVISION      VALUE 'P'.
001730            88 PRT-PERTE          VALUE 'X'.
001740         10 NUM-FACT-PRT    PIC  9(05).
001750         10 NUM-CMD-PRT     PIC  9(05).
001760         10 NUM-CLI-PRT     PIC  9(05).
001770         10 DAT-FACT-PRT    PIC  9(08).
001780         10 DAT-COMPTA-PRT  PIC  9(08).
001790         10 TX-PRT          PIC  9V9(04).
001800         10 MNT-HT-PRT      PIC S9(09)V99.
001810         10 MNT-TVA-PRT     PIC S9(09)V99.
001820         10 COD-MOTIF-PRT   PIC  X(02).
001830         10                 PIC  X(19).
001840*----------------------------------------------------------------
001850*    FICHIER DES ECRITURES COMPTABLES (FORMAT EXPCPTA - LES
001860*    ECRITURES SONT AJOUTEES A CELLES DE L'EXPORT DU JOUR)
001870*----------------------------------------------------------------
001880 FD  ENT034 LABEL RECORD STANDARD
001890             BLOCK   CONTAINS    0 RECORDS
001900             RECORD  CONTAINS   80 CHARACTERS
001910             RECORDING MODE IS   F
001920             DATA RECORD ENT-ECR.
001930 01  ENT-ECR.
001940         10 DAT-ECR         PIC  9(08).
001950         10 JRN-ECR         PIC  X(02).
001960         10 CPT-ECR         PIC  X(08).
001970         10 NUM-PIECE-ECR   PIC  9(05).
001980         10 SENS-ECR        PIC  X(01).
001990         10 MNT-ECR         PIC  9(09)V99.
002000         10 LIB-ECR         PIC  X(25).
002010         10                 PIC  X(20).
002020*----------------------------------------------------------------
002030*    REGISTRE DES PASSAGES EN PERTE
002040*----------------------------------------------------------------
002050 FD  ENT069 LABEL RECORDS OMITTED
002060             RECORD  CONTAINS  132 CHARACTERS
002070             RECORDING MODE IS   F
002080             DATA RECORD LIGNE-REG.
002090 01  LIGNE-REG              PIC X(132).
002091*----------------------------------------------------------------
002092*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS, TENU
002093*    PAR CLOTPER)
002094*----------------------------------------------------------------
002095 FD  ENT082 LABEL RECORD STANDARD
002096             RECORD  CONTAINS  150 CHARACTERS
002097             DATA RECORD  ENT-PER.
002098 01  ENT-PER.
002099         10 MOIS-PER          PIC  9(06).
002100         10 ETAT-PER          PIC  X(01).
002101            88 PER-OUVERTE         VALUE 'O'.
002102            88 PER-EN-CLOTURE      VALUE 'E'.
002103            88 PER-CLOSE           VALUE 'C'.
002104            88 PER-ARCHIVABLE      VALUE 'A'.
002105         10 JOURS-EXP-PER     PIC  X(31).
002106         10 JOURS-EXP-TAB REDEFINES JOURS-EXP-PER.
002107            15 JOUR-EXP-PER   PIC  X(01) OCCURS 31 TIMES.
002108         10 DAT-DECL-PER      PIC  9(08).
002109         10 MNT-TVA-DECL-PER  PIC S9(09)V99.
002110         10 DAT-GEL-PER       PIC  9(08).
002111         10 DAT-CLO-PER       PIC  9(08).
002112         10 NBR-FAC-PER       PIC  9(05).
002113         10 NBR-AVR-PER       PIC  9(05).
002114         10 MNT-HIST-PER      PIC S9(09)V99.
002115         10 MNT-HT-PER        PIC S9(09)V99.
002116         10 MNT-TVA-PER       PIC S9(09)V99.
002117         10 MNT-TTC-PER       PIC S9(09)V99.
002118         10 MNT-TVA-PRT-PER   PIC S9(09)V99.
002119         10                   PIC  X(12).
002120*================================================================
002121 WORKING-STORAGE SECTION.
002122*    ---
002130*
002140*   CONSTANTES :
002150 01 C-NOMPGM             PIC  X(08)   VALUE 'PasPerte'.
002160 01 C-NBR-MAX-DEM        PIC  9(03)   VALUE 500.
002170 01 C-NBR-MAX-PRT        PIC  9(05)   VALUE 5000.
002180 01 C-JRN-OD             PIC  X(02)   VALUE 'OD'.
002190 01 C-CPT-CLI-RACINE     PIC  X(03)   VALUE '411'.
002200 01 C-CPT-TVA            PIC  X(08)   VALUE '44571000'.
002210 01 C-CPT-PERTES         PIC  X(08)   VALUE '65400000'.
002220 01 C-CPT-DOTATION       PIC  X(08)   VALUE '68174000'.
002230 01 C-CPT-DEPRECIATION   PIC  X(08)   VALUE '49100000'.
002240 01 C-CPT-REPRISE        PIC  X(08)   VALUE '78174000'.
002245 01 C-RC-REFUS           PIC  9(02)   VALUE 08.
002250*
002260*   DATE DE TRAITEMENT ET DATE DE COMPTABILISATION (PARM) :
002270 01 W-DATE-TRAITEMENT    PIC  9(08).
002280 01 W-DATE-COMPTA        PIC  9(08).
002290*
002300*   COMPTEURS ET TOTAUX DU REGISTRE :
002310 01 W-CPT-DEM-LUES       PIC  9(07)    VALUE ZERO.
002320 01 W-CPT-DEM-REJETEES   PIC  9(07)    VALUE ZERO.
002330 01 W-CPT-PROVISIONS     PIC  9(07)    VALUE ZERO.
002340 01 W-CPT-PERTES         PIC  9(07)    VALUE ZERO.
002350 01 W-CPT-REPRISES       PIC  9(07)    VALUE ZERO.
002360 01 W-CPT-ECRITURES      PIC  9(07)    VALUE ZERO.
002370 01 W-TOT-DOTATION       PIC  9(11)V99 VALUE ZERO.
002380 01 W-TOT-PERTE-HT       PIC  9(11)V99 VALUE ZERO.
002390 01 W-TOT-PERTE-TVA      PIC  9(11)V99 VALUE ZERO.
002400 01 W-TOT-PERTE-TTC      PIC  9(11)V99 VALUE ZERO.
002410 01 W-TOT-DEBIT          PIC  9(11)V99 VALUE ZERO.
002420 01 W-TOT-CREDIT         PIC  9(11)V99 VALUE ZERO.
002430*
002440*   TABLE DES MOTIFS DE PASSAGE EN PERTE : CODE, LIBELLE :
002450 01 W-MOTIFS-VALEURS.
002460    10 PIC X(32) VALUE 'LJLIQUIDATION JUDICIAIRE        '.
002470    10 PIC X(32) VALUE 'RJREDRESSEMENT JUDICIAIRE       '.
002480    10 PIC X(32) VALUE 'MDMISE EN DEMEURE SANS EFFET    '.
002490    10 PIC X(32) VALUE 'PRCREANCE PRESCRITE             '.
002500    10 PIC X(32) VALUE 'DIDEBITEUR DISPARU              '.
002510    10 PIC X(32) VALUE 'AUAUTRE MOTIF (VOIR LIBELLE)    '.
002520 01 W-TABLE-MOTIFS REDEFINES W-MOTIFS-VALEURS.
002530    10 W-MOT OCCURS 6 TIMES
002540          INDEXED BY IND-MOT.
002550       15 W-MOT-CODE       PIC X(02).
002560       15 W-MOT-LIB        PIC X(30).
002570*
002580*   TABLE DES PASSAGES EN PERTE DEJA ENREGISTRES (ENT068)
002590*   CUMULES PAR FACTURE ET TYPE :
002600 01 W-NBR-PRT            PIC  9(05)  COMP VALUE ZERO.
002610 01 W-TABLE-PRT.
002620    10 W-PRT OCCURS 1 TO 5000 TIMES
002630          DEPENDING ON W-NBR-PRT
002640          INDEXED BY IND-PRT.
002650       15 W-PRT-TYP        PIC X(01).
002660       15 W-PRT-NUM-FACT   PIC 9(05).
002670       15 W-PRT-MNT-HT     PIC S9(09)V99.
002680*
002690*   TABLE DES DEMANDES DU PASSAGE, COMPLETEES DU POSTE OUVERT
002700*   (ENT031) ET DE LA VENTILATION PAR TAUX DE LA FACTURE
002710*   (ENT032) :
002720 01 W-NBR-DEM            PIC  9(03)  COMP VALUE ZERO.
002730 01 W-TABLE-DEM.
002740    10 W-DEM OCCURS 1 TO 500 TIMES
002750          DEPENDING ON W-NBR-DEM
002760          INDEXED BY IND-DEM.
002770       15 W-DEM-NUM-FACT   PIC 9(05).
002780       15 W-DEM-TYP        PIC X(01).
002790       15 W-DEM-MOTIF      PIC X(02).
002800       15 W-DEM-LIB        PIC X(30).
002810       15 W-DEM-STATUT     PIC X(01).
002820          88 DEM-EN-ATTENTE      VALUE ' '.
002830          88 DEM-REJETEE         VALUE 'R'.
002840       15 W-DEM-MOTIF-REJ  PIC X(40).
002850       15 W-DEM-POSTE      PIC X(01).
002860          88 DEM-POSTE-TROUVE    VALUE 'O'.
002870       15 W-DEM-NUM-CMD    PIC 9(05).
002880       15 W-DEM-NUM-CLI    PIC 9(05).
002890       15 W-DEM-DAT-FACT   PIC 9(08).
002900       15 W-DEM-SOLDE      PIC S9(07)V99.
002910       15 W-DEM-ETAT       PIC X(01).
002920       15 W-DEM-TTC-DET    PIC S9(09)V99.
002930       15 W-DEM-NBR-VENT   PIC 9(01).
002940       15 W-DEM-VENT OCCURS 5 TIMES.
002950          20 W-DEM-TX      PIC 9V9(04).
002960          20 W-DEM-HT      PIC S9(09)V99.
002970          20 W-DEM-TVA     PIC S9(09)V99.
002980*
002990*   RECHERCHE ET VENTILATION :
002995 01 W-NUM-DEM            PIC  9(03).
003000 01 W-FACT-RECH          PIC  9(05).
003010 01 W-IDX-VENT           PIC  9(03)  COMP.
003020 01 W-VENT-CIBLE         PIC  9(03)  COMP.
003030 01 W-TX-LIGNE           PIC  9V9(04).
003040 01 W-AFF-TAUX           PIC  9.9(04).
003050*
003060*   MONTANTS DE LA DEMANDE EN COURS :
003070 01 W-PIECE-HT           PIC S9(09)V99.
003080 01 W-PIECE-TVA          PIC S9(09)V99.
003090 01 W-MNT-PROVISION      PIC S9(09)V99.
003095 01 W-ECART-ARRONDI      PIC S9(09)V99.
003100 01 W-LIB-MOTIF          PIC  X(30).
003110 01 W-LIB-TYPE           PIC  X(17).
003120*
003130*   ZONES DE CONSTITUTION DE L'ECRITURE EN COURS :
003140 01 W-ECR-CPT            PIC  X(08).
003150 01 W-ECR-SENS           PIC  X(01).
003160 01 W-ECR-LIB            PIC  X(25).
003170 01 W-ECR-MNT            PIC S9(11)V99.
003180 01 W-MNT-ABSOLU         PIC  9(11)V99.
003190*
003200*   ZONES D'EDITION :
003210 01 W-EDT-MNT            PIC -9(11).99.
003220 01 W-EDT-HT             PIC -9(11).99.
003230 01 W-EDT-TVA            PIC -9(11).99.
003240*================================================================
003250 LOCAL-STORAGE SECTION.
003260*    ---
003270*
003280* VARIABLES DE CONTROLE DE FLUX.
003290 01                     PIC   X(02).
003300   88 TRT-OK               VALUE "OK".
003310   88 TRT-KO               VALUE "KO".
003320*
003330* PRESENCE DE LA FACTURE DANS LES DEMANDES EN ATTENTE.
003340 01                     PIC   X(02).
003350   88 DEM-TROUVEE          VALUE "OK".
003360   88 DEM-INCONNUE         VALUE "KO".
003370*
003380* PRESENCE D'UN PASSAGE EN PERTE ANTERIEUR POUR LA FACTURE.
003390 01                     PIC   X(02).
003400   88 PRT-TROUVE           VALUE "OK".
003410   88 PRT-INCONNU          VALUE "KO".
003420*
003430* CODE MOTIF CONNU DE LA TABLE DES MOTIFS.
003440 01                     PIC   X(02).
003450   88 MOTIF-CONNU          VALUE "OK".
003460   88 MOTIF-INCONNU        VALUE "KO".
003470*
003480* PRESENCE DU CLIENT DANS ENT010.
003490 01                     PIC   X(02).
003500   88 CLI-PRESENT          VALUE "OK".
003510   88 CLI-ABSENT           VALUE "KO".
003520*
003521* OUVERTURE DU FICHIER CLIENTS ENT010 (A FERMER EN FIN).
003522 01                     PIC   X(02).
003523   88 ENT010-OUVERT        VALUE "OK".
003524   88 ENT010-FERME         VALUE "KO".
003525*
003530 01 W-STATUS.
003540   10 FS-ENT010         PIC   X(02).
003550      88 FS-ENT010-OK      VALUE "00".
003560   10 FS-ENT031         PIC   X(02).
003570      88 FS-ENT031-OK      VALUE "00".
003580      88 FIN-ENT031        VALUE "10".
003590   10 FS-ENT032         PIC   X(02).
003600      88 FS-ENT032-OK      VALUE "00".
003610      88 FIN-ENT032        VALUE "10".
003620   10 FS-ENT067         PIC   X(02).
003630      88 FS-ENT067-OK      VALUE "00".
003640      88 FIN-ENT067        VALUE "10".
003650   10 FS-ENT068         PIC   X(02).
003660      88 FS-ENT068-OK      VALUE "00".
003670      88 FS-ENT068-ABS     VALUE "05".
003680      88 FIN-ENT068        VALUE "10".
003690   10 FS-ENT034         PIC   X(02).
003700      88 FS-ENT034-OK      VALUE "00".
003710   10 FS-ENT069         PIC   X(02).
003720      88 FS-ENT069-OK      VALUE "00".
003722   10 FS-ENT082         PIC   X(02).
003724      88 FS-ENT082-OK      VALUE "00".
003726      88 FS-ENT082-ABS     VALUE "05".
003730*================================================================
003740 LINKAGE SECTION.
003750*    ---
003760*
003770*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
003780*     COL. 1 A 8  DATE DE COMPTABILISATION (AAAAMMJJ,
003790*                 NUMERIQUE - A DEFAUT LA DATE DU JOUR) :
003800 01 W-PARM-EXEC.
003810    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
003820    05 W-PARM-EXEC-TXT   PIC X(20).
003830*================================================================
003840 PROCEDURE DIVISION USING W-PARM-EXEC.
003850*    ---------------------
003860*
003870     PERFORM DEBUT THRU DEBUT-EXIT.
003880     IF TRT-OK
003890        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
003900     END-IF.
003910     PERFORM FIN THRU FIN-EXIT.
003920     STOP RUN.
003930*================================================================
003940*    INITIALISATIONS DE DEBUT DE TRAITEMENT : CHARGEMENT DES
003950*    DEMANDES, DU CUMUL DES PASSAGES EN PERTE, DES POSTES
003960*    OUVERTS ET DU DETAIL DES FACTURES DEMANDEES
003970*================================================================
003980 DEBUT.
003990     SET TRT-OK TO TRUE.
003995     SET ENT010-FERME TO TRUE.
004000     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
004010     IF W-PARM-EXEC-LNG NOT LESS THAN 8
004020        AND W-PARM-EXEC-TXT (1:8) NUMERIC
004030          MOVE W-PARM-EXEC-TXT (1:8) TO W-DATE-COMPTA
004040     ELSE
004050        MOVE W-DATE-TRAITEMENT TO W-DATE-COMPTA
004060     END-IF.
004070     OPEN OUTPUT ENT069.
004080     IF NOT FS-ENT069-OK
004090        SET TRT-KO TO TRUE
004100        GO TO DEBUT-EXIT
004110     END-IF.
004120     MOVE SPACES TO LIGNE-REG.
004130     STRING 'REGISTRE DES PASSAGES EN PERTE - ' C-NOMPGM
004140            ' DU ' W-DATE-TRAITEMENT
004150            ' - COMPTABILISATION AU ' W-DATE-COMPTA
004160            DELIMITED BY SIZE INTO LIGNE-REG
004170     END-STRING.
004180     WRITE LIGNE-REG.
004190     MOVE SPACES TO LIGNE-REG.
004200     WRITE LIGNE-REG.
004202     PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-EXIT.
004204     IF TRT-KO
004206        GO TO DEBUT-EXIT
004208     END-IF.
004210     OPEN INPUT ENT010.
004220     IF NOT FS-ENT010-OK
004230        SET TRT-KO TO TRUE
004240        GO TO DEBUT-EXIT
004250     END-IF.
004255     SET ENT010-OUVERT TO TRUE.
004260     PERFORM CHARGE-TABLE-DEMANDES
004270             THRU CHARGE-TABLE-DEMANDES-EXIT.
004280     IF TRT-KO
004290        GO TO DEBUT-EXIT
004300     END-IF.
004310     PERFORM CHARGE-TABLE-PERTES
004320             THRU CHARGE-TABLE-PERTES-EXIT.
004330     IF TRT-KO
004340        GO TO DEBUT-EXIT
004350     END-IF.
004360     PERFORM CHARGE-POSTES THRU CHARGE-POSTES-EXIT.
004370     IF TRT-KO
004380        GO TO DEBUT-EXIT
004390     END-IF.
004400     PERFORM CHARGE-DETAIL THRU CHARGE-DETAIL-EXIT.
004410     IF TRT-KO
004420        GO TO DEBUT-EXIT
004430     END-IF.
004440     OPEN EXTEND ENT068.
004450     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
004460        SET TRT-KO TO TRUE
004470        GO TO DEBUT-EXIT
004480     END-IF.
004490     OPEN EXTEND ENT034.
004500     IF NOT FS-ENT034-OK
004510        MOVE SPACES TO LIGNE-REG
004520        STRING 'ERREUR - ENT034 - EXPORT COMPTABLE INACCESSIBLE'
004530               ' (STATUT ' FS-ENT034 ') - ARRET'
004540               DELIMITED BY SIZE INTO LIGNE-REG
004550        END-STRING
004560        WRITE LIGNE-REG
004570        CLOSE ENT068
004580        SET TRT-KO TO TRUE
004590        GO TO DEBUT-EXIT
004600     END-IF.
004610 DEBUT-EXIT.
004611        EXIT.
004612*----------------------------------------------------------------
004613*    CONTROLE DE LA PERIODE DE COMPTABILISATION : AUCUNE
004614*    ECRITURE DANS UN MOIS CLOS OU ARCHIVABLE (CLOTPER).
004615*    MOIS ABSENT = MOIS OUVERT
004616*----------------------------------------------------------------
004617 CONTROLE-PERIODE.
004618     OPEN INPUT ENT082.
004619     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
004620        MOVE SPACES TO LIGNE-REG
004621        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
004622               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET'
004623               DELIMITED BY SIZE INTO LIGNE-REG
004624        END-STRING
004625        WRITE LIGNE-REG
004626        SET TRT-KO TO TRUE
004627        GO TO CONTROLE-PERIODE-EXIT
004628     END-IF.
004629     MOVE W-DATE-COMPTA (1:6) TO MOIS-PER.
004630     READ ENT082
004631        INVALID KEY
004632           MOVE 'O' TO ETAT-PER
004633     END-READ.
004634     CLOSE ENT082.
004635     IF PER-CLOSE OR PER-ARCHIVABLE
004636        MOVE SPACES TO LIGNE-REG
004637        STRING 'REJET - PERIODE ' MOIS-PER ' CLOSE LE '
004638               DAT-CLO-PER ' - PASSAGE EN PERTE REFUSE'
004639               DELIMITED BY SIZE INTO LIGNE-REG
004640        END-STRING
004641        WRITE LIGNE-REG
004642        MOVE C-RC-REFUS TO RETURN-CODE
004643        SET TRT-KO TO TRUE
004644     END-IF.
004645 CONTROLE-PERIODE-EXIT.
004646        EXIT.
004647*----------------------------------------------------------------
004648*    CHARGEMENT ET CONTROLE DE FORME DES DEMANDES : NUMERO DE
004650*    FACTURE NUMERIQUE, TYPE P OU X, MOTIF CONNU, FACTURE NON
004660*    DEMANDEE DEUX FOIS DANS LE MEME PASSAGE
004670*----------------------------------------------------------------
004680 CHARGE-TABLE-DEMANDES.
004690     MOVE ZERO TO W-NBR-DEM.
004700     OPEN INPUT ENT067.
004710     IF NOT FS-ENT067-OK
004720        MOVE SPACES TO LIGNE-REG
004730        STRING 'ERREUR - ENT067 - DEMANDES ILLISIBLES (STATUT '
004740               FS-ENT067 ') - ARRET'
004750               DELIMITED BY SIZE INTO LIGNE-REG
004760        END-STRING
004770        WRITE LIGNE-REG
004780        SET TRT-KO TO TRUE
004790        GO TO CHARGE-TABLE-DEMANDES-EXIT
004800     END-IF.
004810     PERFORM LIT-UNE-DEMANDE THRU LIT-UNE-DEMANDE-EXIT
004820             UNTIL FIN-ENT067
004830                OR W-NBR-DEM NOT LESS THAN C-NBR-MAX-DEM.
004840     IF NOT FIN-ENT067
004850        MOVE SPACES TO LIGNE-REG
004860        STRING 'AVIS - ENT067 - PLAFOND DE ' C-NBR-MAX-DEM
004870               ' DEMANDES ATTEINT - DEMANDES SUIVANTES NON'
004880               ' TRAITEES' DELIMITED BY SIZE INTO LIGNE-REG
004890        END-STRING
004900        WRITE LIGNE-REG
004910     END-IF.
004920     CLOSE ENT067.
004930 CHARGE-TABLE-DEMANDES-EXIT.
004940        EXIT.
004950*----------------------------------------------------------------
004960 LIT-UNE-DEMANDE.
004970     READ ENT067
004980        AT END
004990           SET FIN-ENT067 TO TRUE
005000           GO TO LIT-UNE-DEMANDE-EXIT
005010     END-READ.
005020     ADD 1 TO W-CPT-DEM-LUES.
005030     ADD 1 TO W-NBR-DEM.
005040     SET IND-DEM TO W-NBR-DEM.
005050     MOVE ZERO   TO W-DEM-NUM-FACT (IND-DEM).
005060     MOVE TYP-PERTE-DEM TO W-DEM-TYP (IND-DEM).
005070     MOVE COD-MOTIF-DEM TO W-DEM-MOTIF (IND-DEM).
005080     MOVE LIB-MOTIF-DEM TO W-DEM-LIB (IND-DEM).
005090     MOVE SPACE  TO W-DEM-STATUT (IND-DEM).
005100     MOVE SPACES TO W-DEM-MOTIF-REJ (IND-DEM).
005110     MOVE 'N'    TO W-DEM-POSTE (IND-DEM).
005120     MOVE ZERO   TO W-DEM-NUM-CMD (IND-DEM).
005130     MOVE ZERO   TO W-DEM-NUM-CLI (IND-DEM).
005140     MOVE ZERO   TO W-DEM-DAT-FACT (IND-DEM).
005150     MOVE ZERO   TO W-DEM-SOLDE (IND-DEM).
005160     MOVE SPACE  TO W-DEM-ETAT (IND-DEM).
005170     MOVE ZERO   TO W-DEM-TTC-DET (IND-DEM).
005180     MOVE ZERO   TO W-DEM-NBR-VENT (IND-DEM).
005190     PERFORM RAZ-UNE-VENT THRU RAZ-UNE-VENT-EXIT
005200             VARYING W-IDX-VENT FROM 1 BY 1
005210             UNTIL W-IDX-VENT > 5.
005220     IF NUM-FACT-DEM NOT NUMERIC
005230        MOVE 'R' TO W-DEM-STATUT (IND-DEM)
005240        MOVE 'NUMERO DE FACTURE NON NUMERIQUE'
005250             TO W-DEM-MOTIF-REJ (IND-DEM)
005260        GO TO LIT-UNE-DEMANDE-EXIT
005270     END-IF.
005280     MOVE NUM-FACT-DEM-N TO W-DEM-NUM-FACT (IND-DEM).
005290     IF NOT DEM-PROVISION AND NOT DEM-PERTE
005300        MOVE 'R' TO W-DEM-STATUT (IND-DEM)
005310        MOVE 'TYPE DIFFERENT DE P (PROVISION) OU X (PERTE)'
005320             TO W-DEM-MOTIF-REJ (IND-DEM)
005330        GO TO LIT-UNE-DEMANDE-EXIT
005340     END-IF.
005350     PERFORM CHERCHE-MOTIF THRU CHERCHE-MOTIF-EXIT.
005360     IF MOTIF-INCONNU
005370        MOVE 'R' TO W-DEM-STATUT (IND-DEM)
005380        MOVE 'CODE MOTIF INCONNU'
005390             TO W-DEM-MOTIF-REJ (IND-DEM)
005400        GO TO LIT-UNE-DEMANDE-EXIT
005410     END-IF.
005420     MOVE NUM-FACT-DEM-N TO W-FACT-RECH.
005430     PERFORM CHERCHE-DEMANDE THRU CHERCHE-DEMANDE-EXIT.
005440     SET IND-DEM TO W-NBR-DEM.
005450     IF DEM-TROUVEE
005460        MOVE 'R' TO W-DEM-STATUT (IND-DEM)
005470        MOVE 'FACTURE DEJA DEMANDEE DANS CE PASSAGE'
005480             TO W-DEM-MOTIF-REJ (IND-DEM)
005490     END-IF.
005500 LIT-UNE-DEMANDE-EXIT.
005510        EXIT.
005520*----------------------------------------------------------------
005530 RAZ-UNE-VENT.
005540     MOVE ZERO TO W-DEM-TX  (IND-DEM, W-IDX-VENT).
005550     MOVE ZERO TO W-DEM-HT  (IND-DEM, W-IDX-VENT).
005560     MOVE ZERO TO W-DEM-TVA (IND-DEM, W-IDX-VENT).
005570 RAZ-UNE-VENT-EXIT.
005580        EXIT.
005590*----------------------------------------------------------------
005600 CHERCHE-MOTIF.
005610     SET MOTIF-CONNU TO TRUE.
005620     SET IND-MOT TO 1.
005630     SEARCH W-MOT
005640        AT END
005650           SET MOTIF-INCONNU TO TRUE
005660           MOVE 'MOTIF INCONNU' TO W-LIB-MOTIF
005670        WHEN W-MOT-CODE (IND-MOT) = W-DEM-MOTIF (IND-DEM)
005680           MOVE W-MOT-LIB (IND-MOT) TO W-LIB-MOTIF
005690     END-SEARCH.
005700 CHERCHE-MOTIF-EXIT.
005710        EXIT.
005720*----------------------------------------------------------------
005730*    RECHERCHE D'UNE DEMANDE EN ATTENTE SUR LA FACTURE
005740*    W-FACT-RECH (LA DEMANDE EN COURS DE LECTURE, ENCORE EN
005750*    ATTENTE, N'EST PAS ENCORE COMPTEE DANS LA RECHERCHE)
005760*----------------------------------------------------------------
005770 CHERCHE-DEMANDE.
005780     SET DEM-INCONNUE TO TRUE.
005790     SET IND-DEM TO 1.
005800     SEARCH W-DEM
005810        AT END
005820           CONTINUE
005830        WHEN W-DEM-NUM-FACT (IND-DEM) = W-FACT-RECH
005840         AND DEM-EN-ATTENTE (IND-DEM)
005850           SET DEM-TROUVEE TO TRUE
005860     END-SEARCH.
005870     IF DEM-TROUVEE AND IND-DEM = W-NBR-DEM
005880        SET DEM-INCONNUE TO TRUE
005890     END-IF.
005900 CHERCHE-DEMANDE-EXIT.
005910        EXIT.
005920*----------------------------------------------------------------
005930*    CHARGEMENT DU CUMUL DES PASSAGES EN PERTE (FICHIER
005940*    FACULTATIF - ABSENT AVANT LE PREMIER PASSAGE)
005950*----------------------------------------------------------------
005960 CHARGE-TABLE-PERTES.
005970     MOVE ZERO TO W-NBR-PRT.
005980     OPEN INPUT ENT068.
005990     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
006000        MOVE SPACES TO LIGNE-REG
006010        STRING 'ERREUR - ENT068 - CUMUL DES PERTES ILLISIBLE'
006020               ' (STATUT ' FS-ENT068 ') - ARRET'
006030               DELIMITED BY SIZE INTO LIGNE-REG
006040        END-STRING
006050        WRITE LIGNE-REG
006060        SET TRT-KO TO TRUE
006070        GO TO CHARGE-TABLE-PERTES-EXIT
006080     END-IF.
006090     PERFORM LIT-UNE-PERTE THRU LIT-UNE-PERTE-EXIT
006100             UNTIL FIN-ENT068.
006110     CLOSE ENT068.
006120 CHARGE-TABLE-PERTES-EXIT.
006130        EXIT.
006140*----------------------------------------------------------------
006150 LIT-UNE-PERTE.
006160     READ ENT068
006170        AT END
006180           SET FIN-ENT068 TO TRUE
006190           GO TO LIT-UNE-PERTE-EXIT
006200     END-READ.
006210     IF NOT PRT-PROVISION AND NOT PRT-PERTE
006220        GO TO LIT-UNE-PERTE-EXIT
006230     END-IF.
006240     MOVE NUM-FACT-PRT TO W-FACT-RECH.
006250     PERFORM CHERCHE-PERTE THRU CHERCHE-PERTE-EXIT.
006260     IF PRT-TROUVE
006270        ADD MNT-HT-PRT TO W-PRT-MNT-HT (IND-PRT)
006280        GO TO LIT-UNE-PERTE-EXIT
006290     END-IF.
006300     IF W-NBR-PRT NOT LESS THAN C-NBR-MAX-PRT
006310        MOVE SPACES TO LIGNE-REG
006320        STRING 'ERREUR - ENT068 - PLAFOND DE ' C-NBR-MAX-PRT
006330               ' PASSAGES EN PERTE ATTEINT - ARRET'
006340               DELIMITED BY SIZE INTO LIGNE-REG
006350        END-STRING
006360        WRITE LIGNE-REG
006370        SET TRT-KO TO TRUE
006380        SET FIN-ENT068 TO TRUE
006390        GO TO LIT-UNE-PERTE-EXIT
006400     END-IF.
006410     ADD 1 TO W-NBR-PRT.
006420     MOVE TYP-PRT      TO W-PRT-TYP      (W-NBR-PRT).
006430     MOVE NUM-FACT-PRT TO W-PRT-NUM-FACT (W-NBR-PRT).
006440     MOVE MNT-HT-PRT   TO W-PRT-MNT-HT   (W-NBR-PRT).
006450 LIT-UNE-PERTE-EXIT.
006460        EXIT.
006470*----------------------------------------------------------------
006480*    RECHERCHE DU PASSAGE EN PERTE DE TYPE TYP-PRT (OU DE LA
006490*    DEMANDE EN COURS) SUR LA FACTURE W-FACT-RECH
006500*----------------------------------------------------------------
006510 CHERCHE-PERTE.
006520     SET PRT-INCONNU TO TRUE.
006530     IF W-NBR-PRT = ZERO
006540        GO TO CHERCHE-PERTE-EXIT
006550     END-IF.
006560     SET IND-PRT TO 1.
006570     SEARCH W-PRT
006580        AT END
006590           CONTINUE
006600        WHEN W-PRT-NUM-FACT (IND-PRT) = W-FACT-RECH
006610         AND W-PRT-TYP (IND-PRT) = TYP-PRT
006620           SET PRT-TROUVE TO TRUE
006630     END-SEARCH.
006640 CHERCHE-PERTE-EXIT.
006650        EXIT.
006660*----------------------------------------------------------------
006670*    LECTURE DES POSTES OUVERTS : LE POSTE FACTURE DE CHAQUE
006680*    DEMANDE DONNE LA COMMANDE, LE CLIENT, LE RESTE DU ET L'ETAT
006690*----------------------------------------------------------------
006700 CHARGE-POSTES.
006710     OPEN INPUT ENT031.
006720     IF NOT FS-ENT031-OK
006730        MOVE SPACES TO LIGNE-REG
006740        STRING 'ERREUR - ENT031 - POSTES OUVERTS ILLISIBLES'
006750               ' (STATUT ' FS-ENT031 ') - ARRET'
006760               DELIMITED BY SIZE INTO LIGNE-REG
006770        END-STRING
006780        WRITE LIGNE-REG
006790        SET TRT-KO TO TRUE
006800        GO TO CHARGE-POSTES-EXIT
006810     END-IF.
006820     PERFORM LIT-UN-POSTE THRU LIT-UN-POSTE-EXIT
006830             UNTIL FIN-ENT031.
006840     CLOSE ENT031.
006850 CHARGE-POSTES-EXIT.
006860        EXIT.
006870*----------------------------------------------------------------
006880 LIT-UN-POSTE.
006890     READ ENT031
006900        AT END
006910           SET FIN-ENT031 TO TRUE
006920           GO TO LIT-UN-POSTE-EXIT
006930     END-READ.
006940     IF TYP-LET NOT = 'F' OR NUM-FACT-LET = ZERO
006950        GO TO LIT-UN-POSTE-EXIT
006960     END-IF.
006970     MOVE NUM-FACT-LET TO W-FACT-RECH.
006980     PERFORM CHERCHE-DEMANDE-POSTE
006990             THRU CHERCHE-DEMANDE-POSTE-EXIT.
007000     IF DEM-INCONNUE
007010        GO TO LIT-UN-POSTE-EXIT
007020     END-IF.
007030     MOVE 'O'           TO W-DEM-POSTE    (IND-DEM).
007040     MOVE NUM-CMD-LET   TO W-DEM-NUM-CMD  (IND-DEM).
007050     MOVE NUM-CLI-LET   TO W-DEM-NUM-CLI  (IND-DEM).
007060     MOVE DAT-FACT-LET  TO W-DEM-DAT-FACT (IND-DEM).
007070     MOVE MNT-SOLDE-LET TO W-DEM-SOLDE    (IND-DEM).
007080     MOVE ETAT-LET      TO W-DEM-ETAT     (IND-DEM).
007090 LIT-UN-POSTE-EXIT.
007100        EXIT.
007110*----------------------------------------------------------------
007120 CHERCHE-DEMANDE-POSTE.
007130     SET DEM-INCONNUE TO TRUE.
007140     IF W-NBR-DEM = ZERO
007150        GO TO CHERCHE-DEMANDE-POSTE-EXIT
007160     END-IF.
007170     SET IND-DEM TO 1.
007180     SEARCH W-DEM
007190        AT END
007200           CONTINUE
007210        WHEN W-DEM-NUM-FACT (IND-DEM) = W-FACT-RECH
007220         AND DEM-EN-ATTENTE (IND-DEM)
007230           SET DEM-TROUVEE TO TRUE
007240     END-SEARCH.
007250 CHERCHE-DEMANDE-POSTE-EXIT.
007260        EXIT.
007270*----------------------------------------------------------------
007280*    LECTURE DU DETAIL : LES LIGNES DE FACTURE DES FACTURES
007290*    DEMANDEES SONT CUMULEES PAR TAUX RECONSTITUE (HT, TVA) ET
007300*    AU TTC POUR LE CALCUL DU PRORATA
007310*----------------------------------------------------------------
007320 CHARGE-DETAIL.
007330     OPEN INPUT ENT032.
007340     IF NOT FS-ENT032-OK
007350        MOVE SPACES TO LIGNE-REG
007360        STRING 'ERREUR - ENT032 - DETAIL ILLISIBLE (STATUT '
007370               FS-ENT032 ') - ARRET'
007380               DELIMITED BY SIZE INTO LIGNE-REG
007390        END-STRING
007400        WRITE LIGNE-REG
007410        SET TRT-KO TO TRUE
007420        GO TO CHARGE-DETAIL-EXIT
007430     END-IF.
007440     PERFORM LIT-UNE-LIGNE THRU LIT-UNE-LIGNE-EXIT
007450             UNTIL FIN-ENT032.
007460     CLOSE ENT032.
007470 CHARGE-DETAIL-EXIT.
007480        EXIT.
007490*----------------------------------------------------------------
007500 LIT-UNE-LIGNE.
007510     READ ENT032
007520        AT END
007530           SET FIN-ENT032 TO TRUE
007540           GO TO LIT-UNE-LIGNE-EXIT
007550     END-READ.
007560     IF DET-AVOIR OR NUM-FACT-DET = ZERO
007570        GO TO LIT-UNE-LIGNE-EXIT
007580     END-IF.
007590     MOVE NUM-FACT-DET TO W-FACT-RECH.
007600     PERFORM CHERCHE-DEMANDE-POSTE
007610             THRU CHERCHE-DEMANDE-POSTE-EXIT.
007620     IF DEM-INCONNUE
007630        GO TO LIT-UNE-LIGNE-EXIT
007640     END-IF.
007650     ADD MNT-TTC-DET TO W-DEM-TTC-DET (IND-DEM).
007660     IF MNT-HT-DET = ZERO
007670        MOVE ZERO TO W-TX-LIGNE
007680     ELSE
007690        COMPUTE W-TX-LIGNE ROUNDED =
007700                MNT-TVA-DET / MNT-HT-DET
007710     END-IF.
007720     MOVE ZERO TO W-VENT-CIBLE.
007730     IF W-DEM-NBR-VENT (IND-DEM) > ZERO
007740        PERFORM CHERCHE-VENT THRU CHERCHE-VENT-EXIT
007750                VARYING W-IDX-VENT FROM 1 BY 1
007760                UNTIL W-IDX-VENT > W-DEM-NBR-VENT (IND-DEM)
007770                   OR W-VENT-CIBLE > ZERO
007780     END-IF.
007790     IF W-VENT-CIBLE = ZERO
007800        IF W-DEM-NBR-VENT (IND-DEM) < 5
007810           ADD 1 TO W-DEM-NBR-VENT (IND-DEM)
007820           MOVE W-DEM-NBR-VENT (IND-DEM) TO W-VENT-CIBLE
007830           MOVE W-TX-LIGNE TO W-DEM-TX (IND-DEM, W-VENT-CIBLE)
007840        ELSE
007850           MOVE 5 TO W-VENT-CIBLE
007860           MOVE W-TX-LIGNE TO W-AFF-TAUX
007870           MOVE SPACES TO LIGNE-REG
007880           STRING 'AVIS - FACTURE ' NUM-FACT-DET
007890                  ' - PLUS DE 5 TAUX DE TVA - TAUX ' W-AFF-TAUX
007900                  ' CUMULE SOUS LE DERNIER TAUX'
007910                  DELIMITED BY SIZE INTO LIGNE-REG
007920           END-STRING
007930           WRITE LIGNE-REG
007940        END-IF
007950     END-IF.
007960     ADD MNT-HT-DET  TO W-DEM-HT  (IND-DEM, W-VENT-CIBLE).
007970     ADD MNT-TVA-DET TO W-DEM-TVA (IND-DEM, W-VENT-CIBLE).
007980 LIT-UNE-LIGNE-EXIT.
007990        EXIT.
008000*----------------------------------------------------------------
008010 CHERCHE-VENT.
008020     IF W-DEM-TX (IND-DEM, W-IDX-VENT) = W-TX-LIGNE
008030        MOVE W-IDX-VENT TO W-VENT-CIBLE
008040     END-IF.
008050 CHERCHE-VENT-EXIT.
008060        EXIT.
008070*================================================================
008080*    TRAITEMENT PRINCIPAL - CONTROLE ET COMPTABILISATION DE
008090*    CHAQUE DEMANDE
008100*================================================================
008110 TRAITEMENT.
008120     IF W-NBR-DEM > ZERO
008130        PERFORM TRAITE-DEMANDE THRU TRAITE-DEMANDE-EXIT
008140                VARYING IND-DEM FROM 1 BY 1
008150                UNTIL IND-DEM > W-NBR-DEM
008160     END-IF.
008170 TRAITEMENT-EXIT.
008180        EXIT.
008190*----------------------------------------------------------------
008200*    CONTROLE DE LA DEMANDE SUR LE POSTE OUVERT : FACTURE
008210*    PRESENTE, NON SOLDEE, NON PRESENTEE AU PRELEVEMENT, NON
008220*    DEJA PASSEE EN PERTE (NI DEJA DEPRECIEE POUR UNE
008230*    PROVISION), DETAIL DISPONIBLE
008240*----------------------------------------------------------------
008250 TRAITE-DEMANDE.
008260     IF DEM-REJETEE (IND-DEM)
008270        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008280        GO TO TRAITE-DEMANDE-EXIT
008290     END-IF.
008300     MOVE W-DEM-NUM-FACT (IND-DEM) TO W-FACT-RECH.
008310     MOVE 'X' TO TYP-PRT.
008320     PERFORM CHERCHE-PERTE THRU CHERCHE-PERTE-EXIT.
008330     IF PRT-TROUVE OR W-DEM-ETAT (IND-DEM) = 'X'
008340        MOVE 'FACTURE DEJA PASSEE EN PERTE'
008350             TO W-DEM-MOTIF-REJ (IND-DEM)
008360        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008370        GO TO TRAITE-DEMANDE-EXIT
008380     END-IF.
008390     IF NOT DEM-POSTE-TROUVE (IND-DEM)
008400        MOVE 'FACTURE ABSENTE DES POSTES OUVERTS'
008410             TO W-DEM-MOTIF-REJ (IND-DEM)
008420        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008430        GO TO TRAITE-DEMANDE-EXIT
008440     END-IF.
008450     IF W-DEM-SOLDE (IND-DEM) NOT GREATER THAN ZERO
008460        MOVE 'FACTURE SOLDEE - AUCUN RESTE DU'
008470             TO W-DEM-MOTIF-REJ (IND-DEM)
008480        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008490        GO TO TRAITE-DEMANDE-EXIT
008500     END-IF.
008510     IF W-DEM-ETAT (IND-DEM) = 'V'
008520        MOVE 'FACTURE PRESENTEE AU PRELEVEMENT'
008530             TO W-DEM-MOTIF-REJ (IND-DEM)
008540        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008550        GO TO TRAITE-DEMANDE-EXIT
008560     END-IF.
008570     MOVE 'P' TO TYP-PRT.
008580     PERFORM CHERCHE-PERTE THRU CHERCHE-PERTE-EXIT.
008590     IF W-DEM-TYP (IND-DEM) = 'P'
008600        AND (PRT-TROUVE OR W-DEM-ETAT (IND-DEM) = 'D')
008610          MOVE 'FACTURE DEJA DEPRECIEE'
008620               TO W-DEM-MOTIF-REJ (IND-DEM)
008630          PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008640          GO TO TRAITE-DEMANDE-EXIT
008650     END-IF.
008660     IF W-DEM-TTC-DET (IND-DEM) NOT GREATER THAN ZERO
008670        MOVE 'AUCUNE LIGNE DE FACTURE DANS LE DETAIL ENT032'
008680             TO W-DEM-MOTIF-REJ (IND-DEM)
008690        PERFORM ECRIT-REJET THRU ECRIT-REJET-EXIT
008700        GO TO TRAITE-DEMANDE-EXIT
008710     END-IF.
008720     MOVE ZERO TO W-MNT-PROVISION.
008730     IF PRT-TROUVE
008740        MOVE W-PRT-MNT-HT (IND-PRT) TO W-MNT-PROVISION
008750     END-IF.
008760     PERFORM CALCULE-PRORATA THRU CALCULE-PRORATA-EXIT.
008770     PERFORM ECRIT-ENTETE-REGISTRE
008780             THRU ECRIT-ENTETE-REGISTRE-EXIT.
008790     IF W-DEM-TYP (IND-DEM) = 'P'
008800        PERFORM COMPTABILISE-PROVISION
008810                THRU COMPTABILISE-PROVISION-EXIT
008820     ELSE
008830        PERFORM COMPTABILISE-PERTE
008840                THRU COMPTABILISE-PERTE-EXIT
008850     END-IF.
008860     PERFORM ENREGISTRE-PERTE THRU ENREGISTRE-PERTE-EXIT
008870             VARYING W-IDX-VENT FROM 1 BY 1
008880             UNTIL W-IDX-VENT > W-DEM-NBR-VENT (IND-DEM).
008890 TRAITE-DEMANDE-EXIT.
008900        EXIT.
008910*----------------------------------------------------------------
008920*    PRORATA DU RESTE DU SUR LE TTC DE LA FACTURE : LA BASE ET
008930*    LA TVA DE CHAQUE TAUX SONT RAMENEES A LA PART IMPAYEE. LA
008940*    PERTE HT EST LE RESTE DU DIMINUE DE LA TVA REGULARISEE,
008945*    L'ECART D'ARRONDI EST PORTE SUR LA BASE DU DERNIER TAUX
008950*----------------------------------------------------------------
008960 CALCULE-PRORATA.
008970     MOVE ZERO TO W-PIECE-HT W-PIECE-TVA.
008980     PERFORM PRORATISE-UN-TAUX THRU PRORATISE-UN-TAUX-EXIT
008990             VARYING W-IDX-VENT FROM 1 BY 1
009000             UNTIL W-IDX-VENT > W-DEM-NBR-VENT (IND-DEM).
009010     IF W-DEM-TYP (IND-DEM) = 'X'
009020        COMPUTE W-ECART-ARRONDI = W-DEM-SOLDE (IND-DEM)
009022              - W-PIECE-TVA - W-PIECE-HT
009024        ADD W-ECART-ARRONDI TO W-PIECE-HT
009025        MOVE W-DEM-NBR-VENT (IND-DEM) TO W-VENT-CIBLE
009027        ADD W-ECART-ARRONDI TO W-DEM-HT (IND-DEM, W-VENT-CIBLE)
009030     END-IF.
009040 CALCULE-PRORATA-EXIT.
009050        EXIT.
009060*----------------------------------------------------------------
009070 PRORATISE-UN-TAUX.
009080     COMPUTE W-DEM-HT (IND-DEM, W-IDX-VENT) ROUNDED =
009090             W-DEM-HT (IND-DEM, W-IDX-VENT)
009100           * W-DEM-SOLDE (IND-DEM) / W-DEM-TTC-DET (IND-DEM).
009110     COMPUTE W-DEM-TVA (IND-DEM, W-IDX-VENT) ROUNDED =
009120             W-DEM-TVA (IND-DEM, W-IDX-VENT)
009130           * W-DEM-SOLDE (IND-DEM) / W-DEM-TTC-DET (IND-DEM).
009140     IF W-DEM-TYP (IND-DEM) = 'P'
009150        MOVE ZERO TO W-DEM-TVA (IND-DEM, W-IDX-VENT)
009160     END-IF.
009170     ADD W-DEM-HT (IND-DEM, W-IDX-VENT)  TO W-PIECE-HT.
009180     ADD W-DEM-TVA (IND-DEM, W-IDX-VENT) TO W-PIECE-TVA.
009190 PRORATISE-UN-TAUX-EXIT.
009200        EXIT.
009210*================================================================
009220*    ECRITURES COMPTABLES
009230*================================================================
009240*    PROVISION : DOTATION A LA DEPRECIATION DU HT IMPAYE - LA
009250*    TVA N'EST REGULARISEE QU'AU PASSAGE EN PERTE DEFINITIVE
009260*----------------------------------------------------------------
009270 COMPTABILISE-PROVISION.
009280     ADD 1 TO W-CPT-PROVISIONS.
009290     ADD W-PIECE-HT TO W-TOT-DOTATION.
009300     MOVE C-CPT-DOTATION TO W-ECR-CPT.
009310     MOVE 'D' TO W-ECR-SENS.
009320     MOVE SPACES TO W-ECR-LIB.
009330     STRING 'DEPRECIATION FACT ' W-DEM-NUM-FACT (IND-DEM)
009340            DELIMITED BY SIZE INTO W-ECR-LIB
009350     END-STRING.
009360     MOVE W-PIECE-HT TO W-ECR-MNT.
009370     PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT.
009380     MOVE C-CPT-DEPRECIATION TO W-ECR-CPT.
009390     MOVE 'C' TO W-ECR-SENS.
009400     PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT.
009410 COMPTABILISE-PROVISION-EXIT.
009420        EXIT.
009430*----------------------------------------------------------------
009440*    PERTE DEFINITIVE : REPRISE DE LA DEPRECIATION EVENTUELLE,
009450*    PERTE AU HT, REGULARISATION DE LA TVA COLLECTEE PAR TAUX
009460*    ET CREDIT DU COMPTE CLIENT DU RESTE DU TTC
009470*----------------------------------------------------------------
009480 COMPTABILISE-PERTE.
009490     ADD 1 TO W-CPT-PERTES.
009500     ADD W-PIECE-HT  TO W-TOT-PERTE-HT.
009510     ADD W-PIECE-TVA TO W-TOT-PERTE-TVA.
009520     ADD W-DEM-SOLDE (IND-DEM) TO W-TOT-PERTE-TTC.
009530     IF W-MNT-PROVISION NOT = ZERO
009540        ADD 1 TO W-CPT-REPRISES
009550        MOVE C-CPT-DEPRECIATION TO W-ECR-CPT
009560        MOVE 'D' TO W-ECR-SENS
009570        MOVE SPACES TO W-ECR-LIB
009580        STRING 'REPRISE DEPREC FACT ' W-DEM-NUM-FACT (IND-DEM)
009590               DELIMITED BY SIZE INTO W-ECR-LIB
009600        END-STRING
009610        MOVE W-MNT-PROVISION TO W-ECR-MNT
009620        PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT
009630        MOVE C-CPT-REPRISE TO W-ECR-CPT
009640        MOVE 'C' TO W-ECR-SENS
009650        PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT
009660     END-IF.
009670     MOVE C-CPT-PERTES TO W-ECR-CPT.
009680     MOVE 'D' TO W-ECR-SENS.
009690     MOVE SPACES TO W-ECR-LIB.
009700     STRING 'PERTE FACT ' W-DEM-NUM-FACT (IND-DEM) ' HT'
009710            DELIMITED BY SIZE INTO W-ECR-LIB
009720     END-STRING.
009730     MOVE W-PIECE-HT TO W-ECR-MNT.
009740     PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT.
009750     PERFORM EMET-REGUL-TVA THRU EMET-REGUL-TVA-EXIT
009760             VARYING W-IDX-VENT FROM 1 BY 1
009770             UNTIL W-IDX-VENT > W-DEM-NBR-VENT (IND-DEM).
009780     MOVE SPACES TO W-ECR-CPT.
009790     STRING C-CPT-CLI-RACINE W-DEM-NUM-CLI (IND-DEM)
009800            DELIMITED BY SIZE INTO W-ECR-CPT
009810     END-STRING.
009820     MOVE 'C' TO W-ECR-SENS.
009830     MOVE SPACES TO W-ECR-LIB.
009840     STRING 'PERTE FACT ' W-DEM-NUM-FACT (IND-DEM)
009850            DELIMITED BY SIZE INTO W-ECR-LIB
009860     END-STRING.
009870     MOVE W-DEM-SOLDE (IND-DEM) TO W-ECR-MNT.
009880     PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT.
009890 COMPTABILISE-PERTE-EXIT.
009900        EXIT.
009910*----------------------------------------------------------------
009920 EMET-REGUL-TVA.
009930     IF W-DEM-TVA (IND-DEM, W-IDX-VENT) = ZERO
009940        GO TO EMET-REGUL-TVA-EXIT
009950     END-IF.
009960     MOVE C-CPT-TVA TO W-ECR-CPT.
009970     MOVE 'D' TO W-ECR-SENS.
009980     MOVE W-DEM-TX (IND-DEM, W-IDX-VENT) TO W-AFF-TAUX.
009990     MOVE SPACES TO W-ECR-LIB.
010000     STRING 'REGUL TVA TAUX ' W-AFF-TAUX
010010            DELIMITED BY SIZE INTO W-ECR-LIB
010020     END-STRING.
010030     MOVE W-DEM-TVA (IND-DEM, W-IDX-VENT) TO W-ECR-MNT.
010040     PERFORM EMET-UNE-ECRITURE THRU EMET-UNE-ECRITURE-EXIT.
010050 EMET-REGUL-TVA-EXIT.
010060        EXIT.
010070*----------------------------------------------------------------
010080*    ECRITURE ELEMENTAIRE DU JOURNAL DES OPERATIONS DIVERSES,
010090*    PIECE = COMMANDE DE LA FACTURE (COMME L'EXPORT DES VENTES)
010100*----------------------------------------------------------------
010110 EMET-UNE-ECRITURE.
010120     IF W-ECR-MNT LESS THAN ZERO
010130        COMPUTE W-MNT-ABSOLU = ZERO - W-ECR-MNT
010140     ELSE
010150        MOVE W-ECR-MNT TO W-MNT-ABSOLU
010160     END-IF.
010170     MOVE SPACES TO ENT-ECR.
010180     MOVE W-DATE-COMPTA  TO DAT-ECR.
010190     MOVE C-JRN-OD       TO JRN-ECR.
010200     MOVE W-ECR-CPT      TO CPT-ECR.
010210     MOVE W-DEM-NUM-CMD (IND-DEM) TO NUM-PIECE-ECR.
010220     MOVE W-ECR-SENS     TO SENS-ECR.
010230     MOVE W-MNT-ABSOLU   TO MNT-ECR.
010240     MOVE W-ECR-LIB      TO LIB-ECR.
010250     WRITE ENT-ECR.
010260     ADD 1 TO W-CPT-ECRITURES.
010270     IF W-ECR-SENS = 'D'
010280        ADD W-MNT-ABSOLU TO W-TOT-DEBIT
010290     ELSE
010300        ADD W-MNT-ABSOLU TO W-TOT-CREDIT
010310     END-IF.
010320 EMET-UNE-ECRITURE-EXIT.
010330        EXIT.
010340*----------------------------------------------------------------
010350*    ENREGISTREMENT DU PASSAGE EN PERTE PAR TAUX DANS LE CUMUL
010360*    ENT068 ET LIGNE DE DETAIL DU REGISTRE
010370*----------------------------------------------------------------
010380 ENREGISTRE-PERTE.
010390     MOVE SPACES TO ENT-PRT.
010400     MOVE W-DEM-TYP      (IND-DEM) TO TYP-PRT.
010410     MOVE W-DEM-NUM-FACT (IND-DEM) TO NUM-FACT-PRT.
010420     MOVE W-DEM-NUM-CMD  (IND-DEM) TO NUM-CMD-PRT.
010430     MOVE W-DEM-NUM-CLI  (IND-DEM) TO NUM-CLI-PRT.
010440     MOVE W-DEM-DAT-FACT (IND-DEM) TO DAT-FACT-PRT.
010450     MOVE W-DATE-COMPTA            TO DAT-COMPTA-PRT.
010460     MOVE W-DEM-TX  (IND-DEM, W-IDX-VENT) TO TX-PRT.
010470     MOVE W-DEM-HT  (IND-DEM, W-IDX-VENT) TO MNT-HT-PRT.
010480     MOVE W-DEM-TVA (IND-DEM, W-IDX-VENT) TO MNT-TVA-PRT.
010490     MOVE W-DEM-MOTIF    (IND-DEM) TO COD-MOTIF-PRT.
010500     WRITE ENT-PRT.
010510     MOVE W-DEM-TX  (IND-DEM, W-IDX-VENT) TO W-AFF-TAUX.
010520     MOVE W-DEM-HT  (IND-DEM, W-IDX-VENT) TO W-EDT-HT.
010530     MOVE W-DEM-TVA (IND-DEM, W-IDX-VENT) TO W-EDT-TVA.
010540     MOVE SPACES TO LIGNE-REG.
010550     STRING '          TAUX ' W-AFF-TAUX
010560            '   BASE HT ' W-EDT-HT
010570            '   TVA REGULARISEE ' W-EDT-TVA
010580            DELIMITED BY SIZE INTO LIGNE-REG
010590     END-STRING.
010600     WRITE LIGNE-REG.
010610 ENREGISTRE-PERTE-EXIT.
010620        EXIT.
010630*================================================================
010640*    REGISTRE DES PASSAGES EN PERTE
010650*================================================================
010660 ECRIT-ENTETE-REGISTRE.
010670     MOVE W-DEM-NUM-CLI (IND-DEM) TO NUM-CLI.
010680     READ ENT010
010690        INVALID KEY
010700           SET CLI-ABSENT TO TRUE
010710           MOVE '(CLIENT ABSENT)' TO NOM-CLI
010720        NOT INVALID KEY
010730           SET CLI-PRESENT TO TRUE
010740     END-READ.
010750     IF W-DEM-TYP (IND-DEM) = 'P'
010760        MOVE 'PROVISION' TO W-LIB-TYPE
010770     ELSE
010780        MOVE 'PERTE DEFINITIVE' TO W-LIB-TYPE
010790     END-IF.
010800     PERFORM CHERCHE-MOTIF THRU CHERCHE-MOTIF-EXIT.
010810     MOVE SPACES TO LIGNE-REG.
010820     WRITE LIGNE-REG.
010830     MOVE SPACES TO LIGNE-REG.
010840     STRING 'FACTURE ' W-DEM-NUM-FACT (IND-DEM)
010850            ' DU ' W-DEM-DAT-FACT (IND-DEM)
010860            ' - COMMANDE ' W-DEM-NUM-CMD (IND-DEM)
010870            ' - CLIENT ' W-DEM-NUM-CLI (IND-DEM)
010880            ' ' NOM-CLI
010890            ' - ' W-LIB-TYPE
010900            DELIMITED BY SIZE INTO LIGNE-REG
010910     END-STRING.
010920     WRITE LIGNE-REG.
010930     MOVE SPACES TO LIGNE-REG.
010940     STRING '          MOTIF ' W-DEM-MOTIF (IND-DEM)
010950            ' ' W-LIB-MOTIF
010960            ' - ' W-DEM-LIB (IND-DEM)
010970            DELIMITED BY SIZE INTO LIGNE-REG
010980     END-STRING.
010990     WRITE LIGNE-REG.
011000     MOVE W-DEM-SOLDE (IND-DEM) TO W-EDT-MNT.
011010     MOVE W-PIECE-HT  TO W-EDT-HT.
011020     MOVE W-PIECE-TVA TO W-EDT-TVA.
011030     MOVE SPACES TO LIGNE-REG.
011040     STRING '          RESTE DU TTC ' W-EDT-MNT
011050            '   HT ' W-EDT-HT
011060            '   TVA ' W-EDT-TVA
011070            DELIMITED BY SIZE INTO LIGNE-REG
011080     END-STRING.
011090     WRITE LIGNE-REG.
011100     IF W-DEM-TYP (IND-DEM) = 'X' AND W-MNT-PROVISION NOT = ZERO
011110        MOVE W-MNT-PROVISION TO W-EDT-MNT
011120        MOVE SPACES TO LIGNE-REG
011130        STRING '          REPRISE DE LA DEPRECIATION ANTERIEURE '
011140               W-EDT-MNT
011150               DELIMITED BY SIZE INTO LIGNE-REG
011160        END-STRING
011170        WRITE LIGNE-REG
011180     END-IF.
011190 ECRIT-ENTETE-REGISTRE-EXIT.
011200        EXIT.
011210*----------------------------------------------------------------
011220 ECRIT-REJET.
011230     ADD 1 TO W-CPT-DEM-REJETEES.
011235     SET W-NUM-DEM TO IND-DEM.
011240     MOVE 'R' TO W-DEM-STATUT (IND-DEM).
011250     MOVE SPACES TO LIGNE-REG.
011260     WRITE LIGNE-REG.
011270     MOVE SPACES TO LIGNE-REG.
011280     STRING 'REJET - DEMANDE ' W-NUM-DEM
011290            ' - FACTURE ' W-DEM-NUM-FACT (IND-DEM)
011300            ' TYPE ' W-DEM-TYP (IND-DEM)
011310            ' - ' W-DEM-MOTIF-REJ (IND-DEM)
011320            DELIMITED BY SIZE INTO LIGNE-REG
011330     END-STRING.
011340     WRITE LIGNE-REG.
011350 ECRIT-REJET-EXIT.
011360        EXIT.
011370*================================================================
011380*    FIN DE TRAITEMENT
011390*================================================================
011400 FIN.
011410     IF TRT-OK
011420        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
011430        CLOSE ENT068 ENT034
011432     END-IF.
011434     IF ENT010-OUVERT
011436        CLOSE ENT010
011440     END-IF.
011450     CLOSE ENT069.
011460 FIN-EXIT.
011470        EXIT.
011480*----------------------------------------------------------------
011490 REND-COMPTE.
011500     MOVE SPACES TO LIGNE-REG.
011510     WRITE LIGNE-REG.
011520     MOVE SPACES TO LIGNE-REG.
011530     STRING 'DEMANDES LUES         : ' W-CPT-DEM-LUES
011540            DELIMITED BY SIZE INTO LIGNE-REG
011550     END-STRING.
011560     WRITE LIGNE-REG.
011570     MOVE SPACES TO LIGNE-REG.
011580     STRING 'DEMANDES REJETEES     : ' W-CPT-DEM-REJETEES
011590            DELIMITED BY SIZE INTO LIGNE-REG
011600     END-STRING.
011610     WRITE LIGNE-REG.
011620     MOVE SPACES TO LIGNE-REG.
011630     STRING 'PROVISIONS            : ' W-CPT-PROVISIONS
011640            DELIMITED BY SIZE INTO LIGNE-REG
011650     END-STRING.
011660     WRITE LIGNE-REG.
011670     MOVE W-TOT-DOTATION TO W-EDT-MNT.
011680     MOVE SPACES TO LIGNE-REG.
011690     STRING 'TOTAL DES DOTATIONS   : ' W-EDT-MNT
011700            DELIMITED BY SIZE INTO LIGNE-REG
011710     END-STRING.
011720     WRITE LIGNE-REG.
011730     MOVE SPACES TO LIGNE-REG.
011740     STRING 'PERTES DEFINITIVES    : ' W-CPT-PERTES
011750            ' DONT REPRISES DE DEPRECIATION : ' W-CPT-REPRISES
011760            DELIMITED BY SIZE INTO LIGNE-REG
011770     END-STRING.
011780     WRITE LIGNE-REG.
011790     MOVE W-TOT-PERTE-TTC TO W-EDT-MNT.
011800     MOVE W-TOT-PERTE-HT  TO W-EDT-HT.
011810     MOVE W-TOT-PERTE-TVA TO W-EDT-TVA.
011820     MOVE SPACES TO LIGNE-REG.
011830     STRING 'TOTAL DES PERTES TTC  : ' W-EDT-MNT
011840            '   HT ' W-EDT-HT
011850            '   TVA REGULARISEE ' W-EDT-TVA
011860            DELIMITED BY SIZE INTO LIGNE-REG
011870     END-STRING.
011880     WRITE LIGNE-REG.
011890     MOVE SPACES TO LIGNE-REG.
011900     STRING 'ECRITURES EMISES      : ' W-CPT-ECRITURES
011910            DELIMITED BY SIZE INTO LIGNE-REG
011920     END-STRING.
011930     WRITE LIGNE-REG.
011940     MOVE SPACES TO LIGNE-REG.
011950     IF W-TOT-DEBIT = W-TOT-CREDIT
011960        STRING 'EQUILIBRE DEBIT / CREDIT : CONFORME'
011970               DELIMITED BY SIZE INTO LIGNE-REG
011980        END-STRING
011990     ELSE
012000        STRING 'EQUILIBRE DEBIT / CREDIT : *** NON CONFORME ***'
012010               DELIMITED BY SIZE INTO LIGNE-REG
012020        END-STRING
012030     END-IF.
012040     WRITE LIGNE-REG.
012050 REND-COMPTE-EXIT.
012060        EXIT.
