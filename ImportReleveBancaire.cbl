000010 IDENTIFICATION DIVISION.
000020*================================================================
000030 PROGRAM-ID.         IMPRELBQ.
000040 AUTHOR.              P. DUPRE.
000050 INSTALLATION.        SERVICE FACTURATION.
000060 DATE-WRITTEN.        15/10/2026.
000070 DATE-COMPILED.
000080*================================================================
000090* HISTORIQUE DES MODIFICATIONS
000100*-----------------------------------------------------------------
000110*  DATE       AUTEUR  DESCRIPTION
000120*  ---------  ------  --------------------------------------------
000130*  15/10/2026  PDU     Version initiale : chargement du releve de
000140*                       compte bancaire au format CFONB 120
000150*                       (Ent094). Par releve (01 ... 07) : ancien
000160*                       solde + mouvements = nouveau solde, releve
000170*                       deja charge refuse, jour manquant signale
000180*                       (le releve ne s'enchaine pas sur le
000190*                       dernier charge), journal cumulatif des
000200*                       releves charges Ent096. Credits classes
000210*                       selon la table des codes operation Ent095
000220*                       et rapproches des remises de prelevement
000230*                       PRELEVCL (Ent048) ; les reglements dont le
000240*                       libelle porte un numero de commande ou de
000250*                       facture connu de Ent030 sont ecrits sur
000260*                       Ent035 pour le lettrage (LETRBANC), les
000270*                       autres credits sont listes a part. Etat
000280*                       Ent097, remises non creditees comprises.
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
000400     SELECT ENT094  ASSIGN TO ENT094
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS FS-ENT094.
000430*
000440     SELECT OPTIONAL ENT095  ASSIGN TO ENT095
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS FS-ENT095.
000470*
000480     SELECT ENT030  ASSIGN TO ENT030
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS FS-ENT030.
000510*
000520     SELECT OPTIONAL ENT048  ASSIGN TO ENT048
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS FS-ENT048.
000550*
000560     SELECT OPTIONAL ENT096  ASSIGN TO ENT096
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS FS-ENT096.
000590*
000600     SELECT OPTIONAL ENT035  ASSIGN TO ENT035
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS FS-ENT035.
000630*
000640     SELECT ENT097  ASSIGN TO ENT097
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS FS-ENT097.
000670*
000680     SELECT TRI-MVT ASSIGN TO SORTWK01.
000690*================================================================
000700 DATA DIVISION.
000710*================================================================
000720 FILE SECTION.
000730*    ---
000740*----------------------------------------------------------------
000750*    RELEVE DE COMPTE BANCAIRE AU FORMAT CFONB 120 : 01 ANCIEN
000760*    SOLDE, 04 MOUVEMENT, 05 COMPLEMENT DU MOUVEMENT, 07 NOUVEAU
000770*    SOLDE - MONTANTS SUR 14 POSITIONS, SIGNE ET DERNIER CHIFFRE
000780*    PORTES PAR LE DERNIER CARACTERE, DATES JJMMAA
000790*----------------------------------------------------------------
000800 FD  ENT094 LABEL RECORD STANDARD
000810             BLOCK   CONTAINS    0 RECORDS
000820             RECORD  CONTAINS  120 CHARACTERS
000830             RECORDING MODE IS   F
000840             DATA RECORDS ENT-CFO ENT-CFO-SOL ENT-CFO-MVT
000850                          ENT-CFO-CPL.
000860 01  ENT-CFO.
000870         10 COD-ENR-CFO     PIC  X(02).
000880            88 CFO-ANCIEN-SOLDE    VALUE '01'.
000890            88 CFO-MOUVEMENT       VALUE '04'.
000900            88 CFO-COMPLEMENT      VALUE '05'.
000910            88 CFO-NOUVEAU-SOLDE   VALUE '07'.
000920         10 BANQUE-CFO      PIC  X(05).
000930         10 COD-OPE-INT-CFO PIC  X(04).
000940         10 GUICHET-CFO     PIC  X(05).
000950         10 DEVISE-CFO      PIC  X(03).
000960         10 NBR-DEC-CFO     PIC  X(01).
000970         10 NBR-DEC-CFO-N REDEFINES NBR-DEC-CFO
000980                            PIC  9(01).
000990         10                 PIC  X(01).
001000         10 COMPTE-CFO      PIC  X(11).
001010         10 COD-OPE-CFO     PIC  X(02).
001020         10 DAT-CPT-CFO     PIC  X(06).
001030         10                 PIC  X(80).
001040 01  ENT-CFO-SOL.
001050         10                 PIC  X(40).
001060         10                 PIC  X(50).
001070         10 MNT-SOL-CHF-CFO PIC  X(13).
001080         10 MNT-SOL-SGN-CFO PIC  X(01).
001090         10                 PIC  X(16).
001100 01  ENT-CFO-MVT.
001110         10                 PIC  X(40).
001120         10 MOTIF-REJ-CFO   PIC  X(02).
001130         10 DAT-VAL-CFO     PIC  X(06).
001140         10 LIB-CFO         PIC  X(31).
001150         10                 PIC  X(02).
001160         10 NUM-ECR-CFO     PIC  X(07).
001170         10 IND-EXO-CFO     PIC  X(01).
001180         10 IND-IND-CFO     PIC  X(01).
001190         10 MNT-MVT-CHF-CFO PIC  X(13).
001200         10 MNT-MVT-SGN-CFO PIC  X(01).
001210         10 REF-CFO         PIC  X(16).
001220 01  ENT-CFO-CPL.
001230         10                 PIC  X(40).
001240         10                 PIC  X(05).
001250         10 QUAL-CPL-CFO    PIC  X(03).
001260         10 INFO-CPL-CFO    PIC  X(70).
001270         10                 PIC  X(02).
001280*----------------------------------------------------------------
001290*    TABLE DES CODES OPERATION INTERBANCAIRES : CLASSE DU CREDIT
001300*    C REGLEMENT CLIENT, P REMISE DE PRELEVEMENT, F FRAIS ET
001310*    COMMISSIONS, V VIREMENT DE TRESORERIE, A AUTRE HORS CLIENT
001320*----------------------------------------------------------------
001330 FD  ENT095 LABEL RECORD STANDARD
001340             BLOCK   CONTAINS    0 RECORDS
001350             RECORD  CONTAINS   40 CHARACTERS
001360             RECORDING MODE IS   F
001370             DATA RECORD ENT-OPB.
001380 01  ENT-OPB.
001390         10 COD-OPB         PIC  X(02).
001400         10 CLASSE-OPB      PIC  X(01).
001410            88 CLASSE-OPB-VALIDE   VALUE 'C' 'P' 'F' 'V' 'A'.
001420         10 LIB-OPB         PIC  X(30).
001430         10                 PIC  X(07).
001440*----------------------------------------------------------------
001450*    HISTORIQUE DES FACTURES ET AVOIRS EMIS (PRODUIT PAR
001460*    IMPFACTU)
001470*----------------------------------------------------------------
001480 FD  ENT030 LABEL RECORD STANDARD
001490             BLOCK   CONTAINS    0 RECORDS
001500             RECORD  CONTAINS   70 CHARACTERS
001510             RECORDING MODE IS   F
001520             DATA RECORD ENT-HIST.
001530 01  ENT-HIST.
001540         10 NUM-CMD-HIST      PIC  9(05).
001550         10 NUM-CLI-HIST      PIC  9(05).
001560         10 DAT-TRT-HIST      PIC  9(08).
001570         10 MNT-FACTURE-HIST  PIC S9(07)V99.
001580         10 NOM-PDF-HIST      PIC  X(15).
001590         10 TYP-HIST          PIC  X(01).
001600         10 NUM-AVOIR-HIST    PIC  9(05).
001610         10 NUM-FACT-HIST     PIC  9(05).
001620         10 DAT-ECH-HIST      PIC  9(08).
001630         10                   PIC  X(09).
001640*----------------------------------------------------------------
001650*    POSTES REMIS AU PRELEVEMENT (CUMUL PRODUIT PAR PRELEVCL)
001660*----------------------------------------------------------------
001670 FD  ENT048 LABEL RECORD STANDARD
001680             BLOCK   CONTAINS    0 RECORDS
001690             RECORD  CONTAINS   40 CHARACTERS
001700             RECORDING MODE IS   F
001710             DATA RECORD ENT-RMS.
001720 01  ENT-RMS.
001730         10 NUM-CMD-RMS     PIC  9(05).
001740         10 NUM-FACT-RMS    PIC  9(05).
001750         10 NUM-CLI-RMS     PIC  9(05).
001760         10 DAT-REMISE-RMS  PIC  9(08).
001770         10 MNT-RMS         PIC  9(09)V99.
001780         10                 PIC  X(06).
001790*----------------------------------------------------------------
001800*    JOURNAL CUMULATIF DES RELEVES CHARGES (R) ET DES REMISES DE
001810*    PRELEVEMENT RAPPROCHEES D'UN CREDIT BANCAIRE (P) - RELU PAR
001820*    LE PRESENT PROGRAMME
001830*----------------------------------------------------------------
001840 FD  ENT096 LABEL RECORD STANDARD
001850             BLOCK   CONTAINS    0 RECORDS
001860             RECORD  CONTAINS   80 CHARACTERS
001870             RECORDING MODE IS   F
001880             DATA RECORD ENT-JRB.
001890 01  ENT-JRB.
001900         10 TYP-JRB         PIC  X(01).
001910            88 JRB-RELEVE          VALUE 'R'.
001920            88 JRB-REMISE          VALUE 'P'.
001930         10 CPT-JRB         PIC  X(21).
001940         10 DAT-DEB-JRB     PIC  9(08).
001950         10 DAT-FIN-JRB     PIC  9(08).
001960         10 SOLDE-DEB-JRB   PIC S9(11)V99.
001970         10 SOLDE-FIN-JRB   PIC S9(11)V99.
001980         10 NBR-MVT-JRB     PIC  9(05).
001990         10 DAT-CHG-JRB     PIC  9(08).
002000         10                 PIC  X(03).
002010*----------------------------------------------------------------
002020*    REGLEMENTS BANCAIRES ENTRANTS POUR LE LETTRAGE (LETRBANC)
002030*----------------------------------------------------------------
002040 FD  ENT035 LABEL RECORD STANDARD
002050             BLOCK   CONTAINS    0 RECORDS
002060             RECORD  CONTAINS   40 CHARACTERS
002070             RECORDING MODE IS   F
002080             DATA RECORD ENT-RGL.
002090 01  ENT-RGL.
002100         10 DAT-RGL         PIC  9(08).
002110         10 MNT-RGL         PIC  9(09)V99.
002120         10 NUM-CLI-RGL     PIC  X(05).
002130         10 NUM-CLI-RGL-N REDEFINES NUM-CLI-RGL
002140                           PIC  9(05).
002150         10 NUM-CMD-RGL     PIC  X(05).
002160         10 NUM-CMD-RGL-N REDEFINES NUM-CMD-RGL
002170                           PIC  9(05).
002180         10                 PIC  X(11).
002190*----------------------------------------------------------------
002200*    ETAT DE CHARGEMENT DU RELEVE BANCAIRE
002210*----------------------------------------------------------------
002220 FD  ENT097 LABEL RECORDS OMITTED
002230             RECORD  CONTAINS  132 CHARACTERS
002240             RECORDING MODE IS   F
002250             DATA RECORD LIGNE-RBQ.
002260 01  LIGNE-RBQ              PIC X(132).
002270*----------------------------------------------------------------
002280*    FICHIER DE TRI DES CREDITS CLASSES (CATEGORIE, DATE)
002290*----------------------------------------------------------------
002300 SD  TRI-MVT.
002310 01  TRI-ENR.
002320         10 CAT-TRI         PIC  9(01).
002330         10 DAT-TRI         PIC  9(08).
002340         10 SEQ-TRI         PIC  9(07).
002350         10 MNT-TRI         PIC  9(11)V99.
002360         10 LIB-TRI         PIC  X(31).
002370         10 REF-TRI         PIC  X(16).
002380         10 MENTION-TRI     PIC  X(50).
002390*================================================================
002400 WORKING-STORAGE SECTION.
002410*    ---
002420*
002430*   CONSTANTES :
002440 01 C-NOMPGM             PIC  X(08)   VALUE 'ImpRelBq'.
002450 01 C-NBR-MAX-HIST       PIC  9(05)   VALUE 10000.
002460 01 C-NBR-MAX-OPB        PIC  9(03)   VALUE 100.
002470 01 C-NBR-MAX-RMS        PIC  9(04)   VALUE 2000.
002480 01 C-NBR-MAX-REL        PIC  9(04)   VALUE 5000.
002490 01 C-NBR-MAX-MVT        PIC  9(04)   VALUE 2000.
002500 01 C-LONG-TEXTE         PIC  9(03)   VALUE 191.
002510 01 C-RC-REFUS           PIC  9(02)   VALUE 08.
002520*   DELAI (JOURS) AU-DELA DUQUEL UNE REMISE DE PRELEVEMENT NON
002530*   CREDITEE EST SIGNALEE :
002540 01 C-DELAI-REMISE       PIC  9(02)   VALUE 05.
002550*
002560*   DATE DE TRAITEMENT :
002570 01 W-DATE-TRAITEMENT    PIC  9(08).
002580 01 W-JOUR-TRAITEMENT    PIC S9(07)  COMP.
002590 01 W-JOUR-LIMITE        PIC S9(07)  COMP.
002600*
002610*   COMPTEURS DE FIN DE TRAITEMENT :
002620 01 W-CPT-ENR-LUS        PIC  9(07)    VALUE ZERO.
002630 01 W-CPT-ENR-IGNORES    PIC  9(07)    VALUE ZERO.
002640 01 W-CPT-REL-LUS        PIC  9(07)    VALUE ZERO.
002650 01 W-CPT-REL-CHARGES    PIC  9(07)    VALUE ZERO.
002660 01 W-CPT-REL-REJETES    PIC  9(07)    VALUE ZERO.
002670 01 W-CPT-DISCONTINUITES PIC  9(07)    VALUE ZERO.
002680 01 W-CPT-CREDITS        PIC  9(07)    VALUE ZERO.
002690 01 W-CPT-DEBITS         PIC  9(07)    VALUE ZERO.
002700 01 W-CPT-REGLEMENTS     PIC  9(07)    VALUE ZERO.
002710 01 W-CPT-REMISES        PIC  9(07)    VALUE ZERO.
002720 01 W-CPT-HORS-CLIENTS   PIC  9(07)    VALUE ZERO.
002730 01 W-CPT-A-IDENTIFIER   PIC  9(07)    VALUE ZERO.
002740 01 W-CPT-NON-CREDITEES  PIC  9(07)    VALUE ZERO.
002750 01 W-MNT-CREDITS        PIC  9(13)V99 VALUE ZERO.
002760 01 W-MNT-DEBITS         PIC  9(13)V99 VALUE ZERO.
002770 01 W-MNT-REGLEMENTS     PIC  9(13)V99 VALUE ZERO.
002780 01 W-MNT-REMISES        PIC  9(13)V99 VALUE ZERO.
002790*
002800*   RELEVE EN COURS (ENREGISTREMENT 01 JUSQU'AU 07) :
002810 01 W-CPT-REL.
002820    10 W-CPT-REL-BANQUE  PIC  X(05).
002830    10 W-CPT-REL-GUICHET PIC  X(05).
002840    10 W-CPT-REL-COMPTE  PIC  X(11).
002850 01 W-CPT-REL-07.
002860    10 W-CPT-07-BANQUE   PIC  X(05).
002870    10 W-CPT-07-GUICHET  PIC  X(05).
002880    10 W-CPT-07-COMPTE   PIC  X(11).
002890 01 W-DEVISE-REL         PIC  X(03).
002900 01 W-DAT-DEB-REL        PIC  9(08).
002910 01 W-DAT-FIN-REL        PIC  9(08).
002920 01 W-SOLDE-DEB-REL      PIC S9(11)V99.
002930 01 W-SOLDE-FIN-REL      PIC S9(11)V99.
002940 01 W-SOLDE-CALCULE      PIC S9(13)V99.
002950 01 W-TOTAL-MVT          PIC S9(13)V99.
002960 01 W-MOTIF-REJET        PIC  X(50).
002970*
002980*   MOUVEMENTS DU RELEVE EN COURS, TRAITES APRES CONTROLE DU
002990*   NOUVEAU SOLDE :
003000 01 W-NBR-MVT            PIC  9(04)  COMP VALUE ZERO.
003010 01 W-TABLE-MVT.
003020    10 W-MVT OCCURS 1 TO 2000 TIMES
003030          DEPENDING ON W-NBR-MVT
003040          INDEXED BY IND-MVT.
003050       15 W-MVT-DAT        PIC 9(08).
003060       15 W-MVT-COD-OPE    PIC X(02).
003070       15 W-MVT-LIB        PIC X(31).
003080       15 W-MVT-REF        PIC X(16).
003090       15 W-MVT-CPL-1      PIC X(70).
003100       15 W-MVT-CPL-2      PIC X(70).
003110       15 W-MVT-MNT        PIC S9(11)V99.
003120*
003130*   DERNIER RELEVE CHARGE DU COMPTE AVANT LE RELEVE EN COURS :
003140 01 W-DAT-PREC           PIC  9(08).
003150 01 W-DEB-PREC           PIC  9(08).
003160 01 W-SOLDE-PREC         PIC S9(11)V99.
003170*
003180*   DATE DU PLUS ANCIEN RELEVE CHARGE (LES REMISES ANTERIEURES NE
003190*   SONT PAS RECHERCHEES SUR LES RELEVES) :
003200 01 W-DAT-PREMIER        PIC  9(08)    VALUE 99999999.
003210*
003220*   DATE DE REMISE RECHERCHEE DANS LA TABLE DES REMISES :
003230 01 W-DAT-REMISE         PIC  9(08).
003240*
003250*   DECODAGE D'UN MONTANT CFONB :
003260 01 W-MNT-CHF            PIC  X(13).
003270 01 W-MNT-CHF-N REDEFINES W-MNT-CHF
003280                         PIC  9(13).
003290 01 W-MNT-SGN            PIC  X(01).
003300 01 W-NBR-DEC            PIC  9(01).
003310 01 W-POS-SGN            PIC  9(02)  COMP.
003320 01 W-DERNIER-CHIFFRE    PIC  9(01).
003330 01 W-MNT-BRUT           PIC  9(14).
003340 01 W-MNT-DECODE         PIC S9(11)V99.
003350 01 W-SIGNES-VALEURS     PIC  X(20)
003360                         VALUE '{ABCDEFGHI}JKLMNOPQR'.
003370 01 W-TABLE-SIGNES REDEFINES W-SIGNES-VALEURS.
003380    10 W-SGN PIC X(01) OCCURS 20 TIMES
003390          INDEXED BY IND-SGN.
003400*
003410*   CONVERSION D'UNE DATE JJMMAA EN AAAAMMJJ :
003420 01 W-DATE-JJMMAA        PIC  X(06).
003430 01 W-DATE-JJMMAA-D REDEFINES W-DATE-JJMMAA.
003440    10 W-DATE-JJ         PIC  9(02).
003450    10 W-DATE-MM         PIC  9(02).
003460    10 W-DATE-AA         PIC  9(02).
003470 01 W-DATE-CONV-D.
003480    10 W-DATE-CONV-SS    PIC  9(02)    VALUE 20.
003490    10 W-DATE-CONV-AA    PIC  9(02).
003500    10 W-DATE-CONV-MM    PIC  9(02).
003510    10 W-DATE-CONV-JJ    PIC  9(02).
003520 01 W-DATE-CONV REDEFINES W-DATE-CONV-D
003530                         PIC  9(08).
003540*
003550*   RECHERCHE D'UNE REFERENCE DE COMMANDE OU DE FACTURE (GROUPE
003560*   DE 5 CHIFFRES) DANS LE LIBELLE, LA REFERENCE ET LES
003570*   COMPLEMENTS DU MOUVEMENT :
003580 01 W-TEXTE-REF.
003590    10 W-TXT-LIB         PIC  X(31).
003600    10                   PIC  X(01)    VALUE SPACE.
003610    10 W-TXT-REF         PIC  X(16).
003620    10                   PIC  X(01)    VALUE SPACE.
003630    10 W-TXT-CPL-1       PIC  X(70).
003640    10                   PIC  X(01)    VALUE SPACE.
003650    10 W-TXT-CPL-2       PIC  X(70).
003660    10                   PIC  X(01)    VALUE SPACE.
003670 01 W-TABLE-TEXTE REDEFINES W-TEXTE-REF.
003680    10 W-CAR PIC X(01) OCCURS 191 TIMES.
003690 01 W-POS                PIC  9(03)  COMP.
003700 01 W-LNG-CHIFFRES       PIC  9(03)  COMP.
003710 01 W-NUM-CAND           PIC  9(05).
003720 01 W-CHIFFRE-X          PIC  X(01).
003730 01 W-CHIFFRE-N REDEFINES W-CHIFFRE-X
003740                         PIC  9(01).
003750 01 W-REF-CLI            PIC  9(05).
003760 01 W-REF-CMD            PIC  9(05).
003770 01 W-REF-FACT           PIC  9(05).
003780*
003790*   CLASSE DU CREDIT EN COURS (TABLE ENT095, BLANC SI CODE
003800*   OPERATION ABSENT DE LA TABLE) :
003810 01 W-CLASSE-OPE         PIC  X(01).
003820 01 W-LIB-OPE            PIC  X(30).
003830*
003840*   TABLE DES PIECES FACTURES DE L'HISTORIQUE (ENT030) :
003850 01 W-NBR-HIST           PIC  9(05)  COMP VALUE ZERO.
003860 01 W-TABLE-HIST.
003870    10 W-HIST OCCURS 1 TO 10000 TIMES
003880          DEPENDING ON W-NBR-HIST
003890          INDEXED BY IND-HIST.
003900       15 W-HIST-NUM-CMD   PIC 9(05).
003910       15 W-HIST-NUM-CLI   PIC 9(05).
003920       15 W-HIST-NUM-FACT  PIC 9(05).
003930*
003940*   TABLE DES CODES OPERATION (ENT095) :
003950 01 W-NBR-OPB            PIC  9(03)  COMP VALUE ZERO.
003960 01 W-TABLE-OPB.
003970    10 W-OPB OCCURS 1 TO 100 TIMES
003980          DEPENDING ON W-NBR-OPB
003990          INDEXED BY IND-OPB.
004000       15 W-OPB-COD        PIC X(02).
004010       15 W-OPB-CLASSE     PIC X(01).
004020       15 W-OPB-LIB        PIC X(30).
004030*
004040*   REMISES DE PRELEVEMENT PRELEVCL (ENT048) CUMULEES PAR DATE DE
004050*   REMISE, RAPPROCHEES (O/N) D'UN CREDIT BANCAIRE :
004060 01 W-NBR-RMS            PIC  9(04)  COMP VALUE ZERO.
004070 01 W-TABLE-RMS.
004080    10 W-RMS OCCURS 1 TO 2000 TIMES
004090          DEPENDING ON W-NBR-RMS
004100          INDEXED BY IND-RMS.
004110       15 W-RMS-DAT        PIC 9(08).
004120       15 W-RMS-MNT        PIC 9(11)V99.
004130       15 W-RMS-NBR        PIC 9(05).
004140       15 W-RMS-RAPPROCHEE PIC X(01).
004150*
004160*   RELEVES DEJA CHARGES (ENT096) ET CHARGES DANS LE PASSAGE :
004170 01 W-NBR-REL            PIC  9(04)  COMP VALUE ZERO.
004180 01 W-TABLE-REL.
004190    10 W-REL OCCURS 1 TO 5000 TIMES
004200          DEPENDING ON W-NBR-REL
004210          INDEXED BY IND-REL.
004220       15 W-REL-CPT        PIC X(21).
004230       15 W-REL-DAT-DEB    PIC 9(08).
004240       15 W-REL-DAT-FIN    PIC 9(08).
004250       15 W-REL-SOLDE-FIN  PIC S9(11)V99.
004260*
004270*   LIBELLES DES CATEGORIES DE L'ETAT :
004280 01 W-CATEGORIES-VALEURS.
004290    10 PIC X(50) VALUE
004300       'REGLEMENTS CLIENTS TRANSMIS AU LETTRAGE (ENT035)  '.
004310    10 PIC X(50) VALUE
004320       'REMISES DE PRELEVEMENT (PRELEVCL - ENT048)        '.
004330    10 PIC X(50) VALUE
004340       'FRAIS ET COMMISSIONS BANCAIRES                    '.
004350    10 PIC X(50) VALUE
004360       'VIREMENTS DE TRESORERIE                           '.
004370    10 PIC X(50) VALUE
004380       'AUTRES CREDITS HORS CLIENTS                       '.
004390    10 PIC X(50) VALUE
004400       'CREDITS A IDENTIFIER - NON TRANSMIS AU LETTRAGE   '.
004410 01 W-TABLE-CATEGORIES REDEFINES W-CATEGORIES-VALEURS.
004420    10 W-CAT-LIB PIC X(50) OCCURS 6 TIMES.
004430*
004440*   RUPTURE PAR CATEGORIE DANS L'ETAT :
004450 01 W-CAT-EN-COURS       PIC  9(01)    VALUE ZERO.
004460 01 W-CPT-CAT            PIC  9(05).
004470 01 W-MNT-CAT            PIC  9(13)V99.
004480*
004490*   ZONES D'EDITION :
004500 01 W-EDT-MNT            PIC -9(11).99.
004510 01 W-EDT-MNT-2          PIC -9(11).99.
004520 01 W-EDT-TOT            PIC  9(13).99.
004530 01 W-EDT-NBR            PIC  9(04).
004540*================================================================
004550 LOCAL-STORAGE SECTION.
004560*    ---
004570*
004580* VARIABLES DE CONTROLE DE FLUX.
004590 01                     PIC   X(02).
004600   88 TRT-OK               VALUE "OK".
004610   88 TRT-KO               VALUE "KO".
004620*
004630* FIN DU FICHIER DE TRI.
004640 01                     PIC   X(02).
004650   88 TRI-DISPONIBLE       VALUE "OK".
004660   88 TRI-EPUISE           VALUE "KO".
004670*
004680* UN RELEVE (01) EST-IL EN COURS DE LECTURE.
004690 01                     PIC   X(02).
004700   88 RELEVE-OUVERT        VALUE "OK".
004710   88 RELEVE-FERME         VALUE "KO".
004720*
004730* LE RELEVE EN COURS EST-IL LISIBLE.
004740 01                     PIC   X(02).
004750   88 RELEVE-VALIDE        VALUE "OK".
004760   88 RELEVE-INVALIDE      VALUE "KO".
004770*
004780* RELEVE DU MEME COMPTE ET DE LA MEME DATE DEJA CHARGE.
004790 01                     PIC   X(02).
004800   88 RELEVE-DEJA-CHARGE   VALUE "OK".
004810   88 RELEVE-NOUVEAU       VALUE "KO".
004820*
004830* PRESENCE D'UN RELEVE ANTERIEUR CHARGE POUR LE COMPTE.
004840 01                     PIC   X(02).
004850   88 PRECEDENT-TROUVE     VALUE "OK".
004860   88 PRECEDENT-ABSENT     VALUE "KO".
004870*
004880* VALIDITE DU DERNIER MONTANT DECODE.
004890 01                     PIC   X(02).
004900   88 MONTANT-VALIDE       VALUE "OK".
004910   88 MONTANT-INVALIDE     VALUE "KO".
004920*
004930* VALIDITE DE LA DERNIERE DATE CONVERTIE.
004940 01                     PIC   X(02).
004950   88 DATE-VALIDE          VALUE "OK".
004960   88 DATE-INVALIDE        VALUE "KO".
004970*
004980* REFERENCE CLIENT TROUVEE DANS LE TEXTE DU MOUVEMENT.
004990 01                     PIC   X(02).
005000   88 REFERENCE-TROUVEE    VALUE "OK".
005010   88 REFERENCE-ABSENTE    VALUE "KO".
005020*
005030* REMISE DE PRELEVEMENT RAPPROCHEE DU CREDIT EN COURS.
005040 01                     PIC   X(02).
005050   88 REMISE-RAPPROCHEE    VALUE "OK".
005060   88 REMISE-ABSENTE       VALUE "KO".
005070*
005080* FICHIERS OUVERTS EN DEBUT DE TRAITEMENT, A FERMER EN FIN.
005090 01                     PIC   X(02).
005100   88 ENT094-OUVERT        VALUE "OK".
005110   88 ENT094-FERME         VALUE "KO".
005120 01                     PIC   X(02).
005130   88 ENT035-OUVERT        VALUE "OK".
005140   88 ENT035-FERME         VALUE "KO".
005150 01                     PIC   X(02).
005160   88 ENT096-OUVERT        VALUE "OK".
005170   88 ENT096-FERME         VALUE "KO".
005180*
005190 01 W-STATUS.
005200   10 FS-ENT094         PIC   X(02).
005210      88 FS-ENT094-OK      VALUE "00".
005220      88 FIN-ENT094        VALUE "10".
005230   10 FS-ENT095         PIC   X(02).
005240      88 FS-ENT095-OK      VALUE "00".
005250      88 FS-ENT095-ABS     VALUE "05".
005260      88 FIN-ENT095        VALUE "10".
005270   10 FS-ENT030         PIC   X(02).
005280      88 FS-ENT030-OK      VALUE "00".
005290      88 FIN-ENT030        VALUE "10".
005300   10 FS-ENT048         PIC   X(02).
005310      88 FS-ENT048-OK      VALUE "00".
005320      88 FS-ENT048-ABS     VALUE "05".
005330      88 FIN-ENT048        VALUE "10".
005340   10 FS-ENT096         PIC   X(02).
005350      88 FS-ENT096-OK      VALUE "00".
005360      88 FS-ENT096-ABS     VALUE "05".
005370      88 FIN-ENT096        VALUE "10".
005380   10 FS-ENT035         PIC   X(02).
005390      88 FS-ENT035-OK      VALUE "00".
005400      88 FS-ENT035-ABS     VALUE "05".
005410   10 FS-ENT097         PIC   X(02).
005420      88 FS-ENT097-OK      VALUE "00".
005430*================================================================
005440 PROCEDURE DIVISION.
005450*    ---------------------
005460*
005470     PERFORM DEBUT THRU DEBUT-EXIT.
005480     IF TRT-OK
005490        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
005500     END-IF.
005510     PERFORM FIN THRU FIN-EXIT.
005520     STOP RUN.
005530*================================================================
005540*    INITIALISATIONS DE DEBUT DE TRAITEMENT
005550*================================================================
005560 DEBUT.
005570     SET TRT-OK TO TRUE.
005580     SET ENT094-FERME ENT035-FERME ENT096-FERME TO TRUE.
005590     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
005600     COMPUTE W-JOUR-TRAITEMENT =
005610             FUNCTION INTEGER-OF-DATE (W-DATE-TRAITEMENT).
005620     COMPUTE W-JOUR-LIMITE = W-JOUR-TRAITEMENT - C-DELAI-REMISE.
005630     OPEN OUTPUT ENT097.
005640     IF NOT FS-ENT097-OK
005650        SET TRT-KO TO TRUE
005660        GO TO DEBUT-EXIT
005670     END-IF.
005680     MOVE SPACES TO LIGNE-RBQ.
005690     STRING 'CHARGEMENT DU RELEVE BANCAIRE CFONB 120 - '
005700            C-NOMPGM ' DU ' W-DATE-TRAITEMENT
005710            DELIMITED BY SIZE INTO LIGNE-RBQ
005720     END-STRING.
005730     WRITE LIGNE-RBQ.
005740     MOVE SPACES TO LIGNE-RBQ.
005750     WRITE LIGNE-RBQ.
005760     PERFORM CHARGE-TABLE-HIST THRU CHARGE-TABLE-HIST-EXIT.
005770     IF TRT-KO
005780        GO TO DEBUT-EXIT
005790     END-IF.
005800     PERFORM CHARGE-TABLE-CODES THRU CHARGE-TABLE-CODES-EXIT.
005810     PERFORM CHARGE-TABLE-REMISES THRU CHARGE-TABLE-REMISES-EXIT.
005820     PERFORM CHARGE-TABLE-RELEVES THRU CHARGE-TABLE-RELEVES-EXIT.
005830     IF TRT-KO
005840        GO TO DEBUT-EXIT
005850     END-IF.
005860     OPEN INPUT ENT094.
005870     IF NOT FS-ENT094-OK
005880        MOVE SPACES TO LIGNE-RBQ
005890        STRING 'ERREUR - ENT094 - RELEVE BANCAIRE ABSENT OU'
005900               ' ILLISIBLE (STATUT ' FS-ENT094 ') - ARRET'
005910               DELIMITED BY SIZE INTO LIGNE-RBQ
005920        END-STRING
005930        WRITE LIGNE-RBQ
005940        SET TRT-KO TO TRUE
005950        GO TO DEBUT-EXIT
005960     END-IF.
005970     SET ENT094-OUVERT TO TRUE.
005980     OPEN EXTEND ENT035.
005990     IF NOT FS-ENT035-OK AND NOT FS-ENT035-ABS
005991        MOVE SPACES TO LIGNE-RBQ
005992        STRING 'ERREUR - ENT035 - REGLEMENTS POUR LE LETTRAGE NON'
005993               ' ENREGISTRABLES (STATUT ' FS-ENT035 ') - ARRET'
005994               DELIMITED BY SIZE INTO LIGNE-RBQ
005995        END-STRING
005996        WRITE LIGNE-RBQ
006000        SET TRT-KO TO TRUE
006010        GO TO DEBUT-EXIT
006020     END-IF.
006030     SET ENT035-OUVERT TO TRUE.
006040     OPEN EXTEND ENT096.
006050     IF NOT FS-ENT096-OK AND NOT FS-ENT096-ABS
006051        MOVE SPACES TO LIGNE-RBQ
006052        STRING 'ERREUR - ENT096 - JOURNAL DES RAPPROCHEMENTS NON'
006053               ' ENREGISTRABLE (STATUT ' FS-ENT096 ') - ARRET'
006054               DELIMITED BY SIZE INTO LIGNE-RBQ
006055        END-STRING
006056        WRITE LIGNE-RBQ
006060        SET TRT-KO TO TRUE
006070        GO TO DEBUT-EXIT
006080     END-IF.
006090     SET ENT096-OUVERT TO TRUE.
006100 DEBUT-EXIT.
006110        EXIT.
006120*----------------------------------------------------------------
006130*    CHARGEMENT DES FACTURES DE L'HISTORIQUE (ENT030) : NUMERO
006140*    DE COMMANDE, NUMERO DE FACTURE ET CLIENT
006150*----------------------------------------------------------------
006160 CHARGE-TABLE-HIST.
006170     MOVE ZERO TO W-NBR-HIST.
006180     OPEN INPUT ENT030.
006190     IF NOT FS-ENT030-OK
006200        MOVE SPACES TO LIGNE-RBQ
006210        STRING 'ERREUR - ENT030 - HISTORIQUE DES FACTURES'
006220               ' ILLISIBLE (STATUT ' FS-ENT030 ') - ARRET'
006230               DELIMITED BY SIZE INTO LIGNE-RBQ
006240        END-STRING
006250        WRITE LIGNE-RBQ
006260        SET TRT-KO TO TRUE
006270        GO TO CHARGE-TABLE-HIST-EXIT
006280     END-IF.
006290     PERFORM LIT-HISTORIQUE THRU LIT-HISTORIQUE-EXIT
006300             UNTIL FIN-ENT030
006310                OR W-NBR-HIST NOT LESS THAN C-NBR-MAX-HIST.
006320     IF NOT FIN-ENT030
006330        MOVE SPACES TO LIGNE-RBQ
006340        STRING 'AVIS - ENT030 - PLAFOND DE ' C-NBR-MAX-HIST
006350               ' FACTURES ATTEINT - REFERENCES PARTIELLES'
006360               DELIMITED BY SIZE INTO LIGNE-RBQ
006370        END-STRING
006380        WRITE LIGNE-RBQ
006390     END-IF.
006400     CLOSE ENT030.
006410 CHARGE-TABLE-HIST-EXIT.
006420        EXIT.
006430*----------------------------------------------------------------
006440 LIT-HISTORIQUE.
006450     READ ENT030
006460        AT END
006470           SET FIN-ENT030 TO TRUE
006480           GO TO LIT-HISTORIQUE-EXIT
006490     END-READ.
006500     IF TYP-HIST NOT = 'F'
006510        GO TO LIT-HISTORIQUE-EXIT
006520     END-IF.
006530     IF NUM-CMD-HIST NOT NUMERIC
006540        OR NUM-CLI-HIST NOT NUMERIC
006550          GO TO LIT-HISTORIQUE-EXIT
006560     END-IF.
006570     ADD 1 TO W-NBR-HIST.
006580     MOVE NUM-CMD-HIST TO W-HIST-NUM-CMD (W-NBR-HIST).
006590     MOVE NUM-CLI-HIST TO W-HIST-NUM-CLI (W-NBR-HIST).
006600     IF NUM-FACT-HIST NUMERIC
006610        MOVE NUM-FACT-HIST TO W-HIST-NUM-FACT (W-NBR-HIST)
006620     ELSE
006630        MOVE ZERO TO W-HIST-NUM-FACT (W-NBR-HIST)
006640     END-IF.
006650 LIT-HISTORIQUE-EXIT.
006660        EXIT.
006670*----------------------------------------------------------------
006680*    CHARGEMENT DE LA TABLE DES CODES OPERATION (ENT095) -
006690*    FICHIER ABSENT : CREDITS CLASSES PAR RAPPROCHEMENT SEUL
006700*----------------------------------------------------------------
006710 CHARGE-TABLE-CODES.
006720     MOVE ZERO TO W-NBR-OPB.
006730     OPEN INPUT ENT095.
006740     IF FS-ENT095-ABS
006750        MOVE SPACES TO LIGNE-RBQ
006760        STRING 'AVIS - ENT095 - TABLE DES CODES OPERATION'
006770               ' ABSENTE - CREDITS CLASSES PAR RAPPROCHEMENT'
006780               ' SEUL' DELIMITED BY SIZE INTO LIGNE-RBQ
006790        END-STRING
006800        WRITE LIGNE-RBQ
006810        CLOSE ENT095
006820        GO TO CHARGE-TABLE-CODES-EXIT
006830     END-IF.
006840     IF NOT FS-ENT095-OK
006850        MOVE SPACES TO LIGNE-RBQ
006860        STRING 'AVIS - ENT095 - TABLE DES CODES OPERATION'
006870               ' ILLISIBLE (STATUT ' FS-ENT095 ') - IGNOREE'
006880               DELIMITED BY SIZE INTO LIGNE-RBQ
006890        END-STRING
006900        WRITE LIGNE-RBQ
006910        GO TO CHARGE-TABLE-CODES-EXIT
006920     END-IF.
006930     PERFORM LIT-UN-CODE THRU LIT-UN-CODE-EXIT
006940             UNTIL FIN-ENT095
006950                OR W-NBR-OPB NOT LESS THAN C-NBR-MAX-OPB.
006960     IF NOT FIN-ENT095
006970        MOVE SPACES TO LIGNE-RBQ
006980        STRING 'AVIS - ENT095 - PLAFOND DE ' C-NBR-MAX-OPB
006990               ' CODES ATTEINT - CODES EXCEDENTAIRES IGNORES'
007000               DELIMITED BY SIZE INTO LIGNE-RBQ
007010        END-STRING
007020        WRITE LIGNE-RBQ
007030     END-IF.
007040     CLOSE ENT095.
007050 CHARGE-TABLE-CODES-EXIT.
007060        EXIT.
007070*----------------------------------------------------------------
007080 LIT-UN-CODE.
007090     READ ENT095
007100        AT END
007110           SET FIN-ENT095 TO TRUE
007120           GO TO LIT-UN-CODE-EXIT
007130     END-READ.
007140     IF NOT CLASSE-OPB-VALIDE
007150        MOVE SPACES TO LIGNE-RBQ
007160        STRING 'AVIS - ENT095 - CODE OPERATION ' COD-OPB
007170               ' - CLASSE ' CLASSE-OPB ' INCONNUE - IGNORE'
007180               DELIMITED BY SIZE INTO LIGNE-RBQ
007190        END-STRING
007200        WRITE LIGNE-RBQ
007210        GO TO LIT-UN-CODE-EXIT
007220     END-IF.
007230     ADD 1 TO W-NBR-OPB.
007240     MOVE COD-OPB    TO W-OPB-COD    (W-NBR-OPB).
007250     MOVE CLASSE-OPB TO W-OPB-CLASSE (W-NBR-OPB).
007260     MOVE LIB-OPB    TO W-OPB-LIB    (W-NBR-OPB).
007270 LIT-UN-CODE-EXIT.
007280        EXIT.
007290*----------------------------------------------------------------
007300*    CHARGEMENT DES REMISES DE PRELEVEMENT (ENT048) CUMULEES PAR
007310*    DATE DE REMISE
007320*----------------------------------------------------------------
007330 CHARGE-TABLE-REMISES.
007340     MOVE ZERO TO W-NBR-RMS.
007350     OPEN INPUT ENT048.
007360     IF NOT FS-ENT048-OK AND NOT FS-ENT048-ABS
007370        MOVE SPACES TO LIGNE-RBQ
007380        STRING 'AVIS - ENT048 - POSTES REMIS ILLISIBLES'
007390               ' (STATUT ' FS-ENT048 ') - REMISES NON RAPPROCHEES'
007400               DELIMITED BY SIZE INTO LIGNE-RBQ
007410        END-STRING
007420        WRITE LIGNE-RBQ
007430        GO TO CHARGE-TABLE-REMISES-EXIT
007440     END-IF.
007450     PERFORM LIT-UN-REMIS THRU LIT-UN-REMIS-EXIT
007460             UNTIL FIN-ENT048.
007470     CLOSE ENT048.
007480 CHARGE-TABLE-REMISES-EXIT.
007490        EXIT.
007500*----------------------------------------------------------------
007510 LIT-UN-REMIS.
007520     READ ENT048
007530        AT END
007540           SET FIN-ENT048 TO TRUE
007550           GO TO LIT-UN-REMIS-EXIT
007560     END-READ.
007570     IF DAT-REMISE-RMS NOT NUMERIC OR MNT-RMS NOT NUMERIC
007580        GO TO LIT-UN-REMIS-EXIT
007590     END-IF.
007600     MOVE DAT-REMISE-RMS TO W-DAT-REMISE.
007610     PERFORM CHERCHE-REMISE-DATE THRU CHERCHE-REMISE-DATE-EXIT.
007620     IF IND-RMS > ZERO
007630        ADD MNT-RMS TO W-RMS-MNT (IND-RMS)
007640        ADD 1       TO W-RMS-NBR (IND-RMS)
007650        GO TO LIT-UN-REMIS-EXIT
007660     END-IF.
007670     IF W-NBR-RMS NOT LESS THAN C-NBR-MAX-RMS
007680        MOVE SPACES TO LIGNE-RBQ
007690        STRING 'AVIS - ENT048 - PLAFOND DE ' C-NBR-MAX-RMS
007700               ' REMISES ATTEINT - REMISE DU ' DAT-REMISE-RMS
007710               ' NON RAPPROCHEE' DELIMITED BY SIZE INTO LIGNE-RBQ
007720        END-STRING
007730        WRITE LIGNE-RBQ
007740        GO TO LIT-UN-REMIS-EXIT
007750     END-IF.
007760     ADD 1 TO W-NBR-RMS.
007770     MOVE DAT-REMISE-RMS TO W-RMS-DAT        (W-NBR-RMS).
007780     MOVE MNT-RMS        TO W-RMS-MNT        (W-NBR-RMS).
007790     MOVE 1              TO W-RMS-NBR        (W-NBR-RMS).
007800     MOVE 'N'            TO W-RMS-RAPPROCHEE (W-NBR-RMS).
007810 LIT-UN-REMIS-EXIT.
007820        EXIT.
007830*----------------------------------------------------------------
007840*    RECHERCHE DE LA REMISE DU W-DAT-REMISE - IND-RMS A ZERO SI
007850*    LA DATE EST ABSENTE DE LA TABLE
007860*----------------------------------------------------------------
007870 CHERCHE-REMISE-DATE.
007880     SET IND-RMS TO 1.
007890     IF W-NBR-RMS = ZERO
007900        SET IND-RMS TO ZERO
007910        GO TO CHERCHE-REMISE-DATE-EXIT
007920     END-IF.
007930     SEARCH W-RMS
007940        AT END
007950           SET IND-RMS TO ZERO
007960        WHEN W-RMS-DAT (IND-RMS) = W-DAT-REMISE
007970           CONTINUE
007980     END-SEARCH.
007990 CHERCHE-REMISE-DATE-EXIT.
008000        EXIT.
008010*----------------------------------------------------------------
008020*    CHARGEMENT DU JOURNAL DES RELEVES CHARGES (ENT096) : TABLE
008030*    DES RELEVES DEJA CHARGES, REMISES DEJA RAPPROCHEES
008040*----------------------------------------------------------------
008050 CHARGE-TABLE-RELEVES.
008060     MOVE ZERO TO W-NBR-REL.
008070     OPEN INPUT ENT096.
008080     IF NOT FS-ENT096-OK AND NOT FS-ENT096-ABS
008090        MOVE SPACES TO LIGNE-RBQ
008100        STRING 'ERREUR - ENT096 - JOURNAL DES RELEVES ILLISIBLE'
008110               ' (STATUT ' FS-ENT096 ') - ARRET'
008120               DELIMITED BY SIZE INTO LIGNE-RBQ
008130        END-STRING
008140        WRITE LIGNE-RBQ
008150        SET TRT-KO TO TRUE
008160        GO TO CHARGE-TABLE-RELEVES-EXIT
008170     END-IF.
008180     PERFORM LIT-UN-JOURNAL THRU LIT-UN-JOURNAL-EXIT
008190             UNTIL FIN-ENT096
008200                OR TRT-KO.
008210     CLOSE ENT096.
008220 CHARGE-TABLE-RELEVES-EXIT.
008230        EXIT.
008240*----------------------------------------------------------------
008250 LIT-UN-JOURNAL.
008260     READ ENT096
008270        AT END
008280           SET FIN-ENT096 TO TRUE
008290           GO TO LIT-UN-JOURNAL-EXIT
008300     END-READ.
008310     IF JRB-REMISE
008320        MOVE DAT-DEB-JRB TO W-DAT-REMISE
008330        PERFORM CHERCHE-REMISE-DATE THRU CHERCHE-REMISE-DATE-EXIT
008340        IF IND-RMS > ZERO
008350           MOVE 'O' TO W-RMS-RAPPROCHEE (IND-RMS)
008360        END-IF
008370        GO TO LIT-UN-JOURNAL-EXIT
008380     END-IF.
008390     IF NOT JRB-RELEVE
008400        GO TO LIT-UN-JOURNAL-EXIT
008410     END-IF.
008420     IF W-NBR-REL NOT LESS THAN C-NBR-MAX-REL
008430        MOVE SPACES TO LIGNE-RBQ
008440        STRING 'ERREUR - ENT096 - PLAFOND DE ' C-NBR-MAX-REL
008450               ' RELEVES ATTEINT - ARCHIVER LE JOURNAL - ARRET'
008460               DELIMITED BY SIZE INTO LIGNE-RBQ
008470        END-STRING
008480        WRITE LIGNE-RBQ
008490        SET TRT-KO TO TRUE
008500        GO TO LIT-UN-JOURNAL-EXIT
008510     END-IF.
008520     ADD 1 TO W-NBR-REL.
008530     MOVE CPT-JRB       TO W-REL-CPT       (W-NBR-REL).
008540     MOVE DAT-DEB-JRB   TO W-REL-DAT-DEB   (W-NBR-REL).
008550     MOVE DAT-FIN-JRB   TO W-REL-DAT-FIN   (W-NBR-REL).
008560     MOVE SOLDE-FIN-JRB TO W-REL-SOLDE-FIN (W-NBR-REL).
008570     IF DAT-DEB-JRB < W-DAT-PREMIER
008580        MOVE DAT-DEB-JRB TO W-DAT-PREMIER
008590     END-IF.
008600 LIT-UN-JOURNAL-EXIT.
008610        EXIT.
008620*================================================================
008630*    TRAITEMENT PRINCIPAL - CONTROLE ET CHARGEMENT DES RELEVES,
008640*    CLASSEMENT DES CREDITS PUIS EDITION PAR CATEGORIE
008650*================================================================
008660 TRAITEMENT.
008670     SORT TRI-MVT
008680          ON ASCENDING KEY CAT-TRI
008690                           DAT-TRI
008700                           SEQ-TRI
008710          INPUT PROCEDURE IS CHARGE-RELEVES
008720                          THRU CHARGE-RELEVES-EXIT
008730          OUTPUT PROCEDURE IS EDITE-MOUVEMENTS
008740                           THRU EDITE-MOUVEMENTS-EXIT.
008750 TRAITEMENT-EXIT.
008760        EXIT.
008770*----------------------------------------------------------------
008780*    PROCEDURE D'ENTREE DU TRI : LECTURE DU FICHIER CFONB
008790*----------------------------------------------------------------
008800 CHARGE-RELEVES.
008810     SET RELEVE-FERME TO TRUE.
008820     PERFORM LIT-ENR-CFONB THRU LIT-ENR-CFONB-EXIT.
008830     PERFORM TRAITE-ENR-CFONB THRU TRAITE-ENR-CFONB-EXIT
008840             UNTIL FIN-ENT094.
008850     IF RELEVE-OUVERT
008860        MOVE 'RELEVE INCOMPLET - NOUVEAU SOLDE (07) ABSENT'
008870             TO W-MOTIF-REJET
008880        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
008890     END-IF.
008900 CHARGE-RELEVES-EXIT.
008910        EXIT.
008920*----------------------------------------------------------------
008930 LIT-ENR-CFONB.
008940     READ ENT094
008950        AT END
008960           SET FIN-ENT094 TO TRUE
008970        NOT AT END
008980           ADD 1 TO W-CPT-ENR-LUS
008990     END-READ.
009000 LIT-ENR-CFONB-EXIT.
009010        EXIT.
009020*----------------------------------------------------------------
009030 TRAITE-ENR-CFONB.
009040     IF CFO-ANCIEN-SOLDE
009050        PERFORM OUVRE-RELEVE THRU OUVRE-RELEVE-EXIT
009060     ELSE
009070     IF CFO-MOUVEMENT
009080        PERFORM NOTE-MOUVEMENT THRU NOTE-MOUVEMENT-EXIT
009090     ELSE
009100     IF CFO-COMPLEMENT
009110        PERFORM NOTE-COMPLEMENT THRU NOTE-COMPLEMENT-EXIT
009120     ELSE
009130     IF CFO-NOUVEAU-SOLDE
009140        PERFORM CLOTURE-RELEVE THRU CLOTURE-RELEVE-EXIT
009150     ELSE
009160        ADD 1 TO W-CPT-ENR-IGNORES
009170        MOVE SPACES TO LIGNE-RBQ
009180        STRING 'AVIS - ENREGISTREMENT ' W-CPT-ENR-LUS
009190               ' - CODE ' COD-ENR-CFO ' INCONNU - IGNORE'
009200               DELIMITED BY SIZE INTO LIGNE-RBQ
009210        END-STRING
009220        WRITE LIGNE-RBQ
009230     END-IF
009240     END-IF
009250     END-IF
009260     END-IF.
009270     PERFORM LIT-ENR-CFONB THRU LIT-ENR-CFONB-EXIT.
009280 TRAITE-ENR-CFONB-EXIT.
009290        EXIT.
009300*----------------------------------------------------------------
009310*    ANCIEN SOLDE (01) : DEBUT D'UN RELEVE
009320*----------------------------------------------------------------
009330 OUVRE-RELEVE.
009340     IF RELEVE-OUVERT
009350        MOVE 'RELEVE INCOMPLET - NOUVEAU SOLDE (07) ABSENT'
009360             TO W-MOTIF-REJET
009370        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
009380     END-IF.
009390     SET RELEVE-OUVERT TO TRUE.
009400     SET RELEVE-VALIDE TO TRUE.
009410     ADD 1 TO W-CPT-REL-LUS.
009420     MOVE ZERO TO W-NBR-MVT.
009430     MOVE ZERO TO W-TOTAL-MVT.
009440     MOVE ZERO TO W-DAT-FIN-REL.
009450     MOVE BANQUE-CFO  TO W-CPT-REL-BANQUE.
009460     MOVE GUICHET-CFO TO W-CPT-REL-GUICHET.
009470     MOVE COMPTE-CFO  TO W-CPT-REL-COMPTE.
009480     MOVE DEVISE-CFO  TO W-DEVISE-REL.
009490     MOVE DAT-CPT-CFO TO W-DATE-JJMMAA.
009500     PERFORM CONVERTIT-DATE THRU CONVERTIT-DATE-EXIT.
009510     MOVE W-DATE-CONV TO W-DAT-DEB-REL.
009520     IF DATE-INVALIDE
009530        MOVE 'DATE DE L''ANCIEN SOLDE (01) INVALIDE'
009540             TO W-MOTIF-REJET
009550        SET RELEVE-INVALIDE TO TRUE
009560        GO TO OUVRE-RELEVE-EXIT
009570     END-IF.
009580     MOVE MNT-SOL-CHF-CFO TO W-MNT-CHF.
009590     MOVE MNT-SOL-SGN-CFO TO W-MNT-SGN.
009600     PERFORM DECODE-MONTANT THRU DECODE-MONTANT-EXIT.
009610     IF MONTANT-INVALIDE
009620        MOVE 'MONTANT DE L''ANCIEN SOLDE (01) ILLISIBLE'
009630             TO W-MOTIF-REJET
009640        SET RELEVE-INVALIDE TO TRUE
009650        GO TO OUVRE-RELEVE-EXIT
009660     END-IF.
009670     MOVE W-MNT-DECODE TO W-SOLDE-DEB-REL.
009680 OUVRE-RELEVE-EXIT.
009690        EXIT.
009700*----------------------------------------------------------------
009710*    MOUVEMENT (04) : MIS EN TABLE JUSQU'AU CONTROLE DU SOLDE
009720*----------------------------------------------------------------
009730 NOTE-MOUVEMENT.
009740     IF RELEVE-FERME
009750        ADD 1 TO W-CPT-ENR-IGNORES
009760        MOVE SPACES TO LIGNE-RBQ
009770        STRING 'AVIS - ENREGISTREMENT ' W-CPT-ENR-LUS
009780               ' - MOUVEMENT HORS RELEVE (01 ABSENT) - IGNORE'
009790               DELIMITED BY SIZE INTO LIGNE-RBQ
009800        END-STRING
009810        WRITE LIGNE-RBQ
009820        GO TO NOTE-MOUVEMENT-EXIT
009830     END-IF.
009840     IF RELEVE-INVALIDE
009850        GO TO NOTE-MOUVEMENT-EXIT
009860     END-IF.
009870     IF W-NBR-MVT NOT LESS THAN C-NBR-MAX-MVT
009880        MOVE SPACES TO W-MOTIF-REJET
009890        STRING 'PLUS DE ' C-NBR-MAX-MVT ' MOUVEMENTS SUR LE'
009900               ' RELEVE' DELIMITED BY SIZE INTO W-MOTIF-REJET
009910        END-STRING
009920        SET RELEVE-INVALIDE TO TRUE
009930        GO TO NOTE-MOUVEMENT-EXIT
009940     END-IF.
009950     MOVE DAT-CPT-CFO TO W-DATE-JJMMAA.
009960     PERFORM CONVERTIT-DATE THRU CONVERTIT-DATE-EXIT.
009970     IF DATE-INVALIDE
009980        MOVE 'DATE DE COMPTABILISATION D''UN MOUVEMENT INVALIDE'
009990             TO W-MOTIF-REJET
010000        SET RELEVE-INVALIDE TO TRUE
010010        GO TO NOTE-MOUVEMENT-EXIT
010020     END-IF.
010030     MOVE MNT-MVT-CHF-CFO TO W-MNT-CHF.
010040     MOVE MNT-MVT-SGN-CFO TO W-MNT-SGN.
010050     PERFORM DECODE-MONTANT THRU DECODE-MONTANT-EXIT.
010060     IF MONTANT-INVALIDE
010070        MOVE 'MONTANT D''UN MOUVEMENT (04) ILLISIBLE'
010080             TO W-MOTIF-REJET
010090        SET RELEVE-INVALIDE TO TRUE
010100        GO TO NOTE-MOUVEMENT-EXIT
010110     END-IF.
010120     ADD 1 TO W-NBR-MVT.
010130     MOVE W-DATE-CONV  TO W-MVT-DAT     (W-NBR-MVT).
010140     MOVE COD-OPE-CFO  TO W-MVT-COD-OPE (W-NBR-MVT).
010150     MOVE LIB-CFO      TO W-MVT-LIB     (W-NBR-MVT).
010160     MOVE REF-CFO      TO W-MVT-REF     (W-NBR-MVT).
010170     MOVE SPACES       TO W-MVT-CPL-1   (W-NBR-MVT).
010180     MOVE SPACES       TO W-MVT-CPL-2   (W-NBR-MVT).
010190     MOVE W-MNT-DECODE TO W-MVT-MNT     (W-NBR-MVT).
010200     ADD W-MNT-DECODE TO W-TOTAL-MVT.
010210 NOTE-MOUVEMENT-EXIT.
010220        EXIT.
010230*----------------------------------------------------------------
010240*    COMPLEMENT (05) DU DERNIER MOUVEMENT : LES DEUX PREMIERS
010250*    SONT CONSERVES POUR LA RECHERCHE DE LA REFERENCE CLIENT
010260*----------------------------------------------------------------
010270 NOTE-COMPLEMENT.
010280     IF RELEVE-FERME OR RELEVE-INVALIDE OR W-NBR-MVT = ZERO
010290        GO TO NOTE-COMPLEMENT-EXIT
010300     END-IF.
010310     IF W-MVT-CPL-1 (W-NBR-MVT) = SPACES
010320        MOVE INFO-CPL-CFO TO W-MVT-CPL-1 (W-NBR-MVT)
010330     ELSE
010340     IF W-MVT-CPL-2 (W-NBR-MVT) = SPACES
010350        MOVE INFO-CPL-CFO TO W-MVT-CPL-2 (W-NBR-MVT)
010360     END-IF
010370     END-IF.
010380 NOTE-COMPLEMENT-EXIT.
010390        EXIT.
010400*----------------------------------------------------------------
010410*    NOUVEAU SOLDE (07) : CONTROLES DU RELEVE PUIS CHARGEMENT DE
010420*    SES MOUVEMENTS
010430*----------------------------------------------------------------
010440 CLOTURE-RELEVE.
010450     IF RELEVE-FERME
010460        ADD 1 TO W-CPT-ENR-IGNORES
010470        MOVE SPACES TO LIGNE-RBQ
010480        STRING 'AVIS - ENREGISTREMENT ' W-CPT-ENR-LUS
010490               ' - NOUVEAU SOLDE SANS ANCIEN SOLDE (01) - IGNORE'
010500               DELIMITED BY SIZE INTO LIGNE-RBQ
010510        END-STRING
010520        WRITE LIGNE-RBQ
010530        GO TO CLOTURE-RELEVE-EXIT
010540     END-IF.
010550     IF RELEVE-INVALIDE
010560        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010570        GO TO CLOTURE-RELEVE-EXIT
010580     END-IF.
010590     MOVE BANQUE-CFO  TO W-CPT-07-BANQUE.
010600     MOVE GUICHET-CFO TO W-CPT-07-GUICHET.
010610     MOVE COMPTE-CFO  TO W-CPT-07-COMPTE.
010620     IF W-CPT-REL-07 NOT = W-CPT-REL
010630        MOVE 'COMPTE DU NOUVEAU SOLDE DIFFERENT DE L''ANCIEN'
010640             TO W-MOTIF-REJET
010650        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010660        GO TO CLOTURE-RELEVE-EXIT
010670     END-IF.
010680     MOVE DAT-CPT-CFO TO W-DATE-JJMMAA.
010690     PERFORM CONVERTIT-DATE THRU CONVERTIT-DATE-EXIT.
010700     MOVE W-DATE-CONV TO W-DAT-FIN-REL.
010710     IF DATE-INVALIDE
010720        MOVE 'DATE DU NOUVEAU SOLDE (07) INVALIDE'
010730             TO W-MOTIF-REJET
010740        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010750        GO TO CLOTURE-RELEVE-EXIT
010760     END-IF.
010770     MOVE MNT-SOL-CHF-CFO TO W-MNT-CHF.
010780     MOVE MNT-SOL-SGN-CFO TO W-MNT-SGN.
010790     PERFORM DECODE-MONTANT THRU DECODE-MONTANT-EXIT.
010800     IF MONTANT-INVALIDE
010810        MOVE 'MONTANT DU NOUVEAU SOLDE (07) ILLISIBLE'
010820             TO W-MOTIF-REJET
010830        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010840        GO TO CLOTURE-RELEVE-EXIT
010850     END-IF.
010860     MOVE W-MNT-DECODE TO W-SOLDE-FIN-REL.
010870     PERFORM CHERCHE-RELEVE THRU CHERCHE-RELEVE-EXIT.
010880     IF RELEVE-DEJA-CHARGE
010890        MOVE 'RELEVE DEJA CHARGE (MEME COMPTE, MEME DATE)'
010900             TO W-MOTIF-REJET
010910        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010920        GO TO CLOTURE-RELEVE-EXIT
010930     END-IF.
010940     COMPUTE W-SOLDE-CALCULE = W-SOLDE-DEB-REL + W-TOTAL-MVT.
010950     IF W-SOLDE-CALCULE NOT = W-SOLDE-FIN-REL
010960        MOVE 'SOLDES INCOHERENTS AVEC LES MOUVEMENTS'
010970             TO W-MOTIF-REJET
010980        PERFORM REJETTE-RELEVE THRU REJETTE-RELEVE-EXIT
010990        MOVE W-SOLDE-CALCULE TO W-EDT-MNT
011000        MOVE W-SOLDE-FIN-REL TO W-EDT-MNT-2
011010        MOVE SPACES TO LIGNE-RBQ
011020        STRING '         ANCIEN SOLDE + MOUVEMENTS = ' W-EDT-MNT
011030               ' - NOUVEAU SOLDE = ' W-EDT-MNT-2
011040               DELIMITED BY SIZE INTO LIGNE-RBQ
011050        END-STRING
011060        WRITE LIGNE-RBQ
011070        GO TO CLOTURE-RELEVE-EXIT
011080     END-IF.
011090     PERFORM CONTROLE-CONTINUITE THRU CONTROLE-CONTINUITE-EXIT.
011100     MOVE W-NBR-MVT TO W-EDT-NBR.
011110     MOVE W-SOLDE-FIN-REL TO W-EDT-MNT.
011120     MOVE SPACES TO LIGNE-RBQ.
011130     STRING 'RELEVE ' W-CPT-REL ' ' W-DEVISE-REL
011140            ' DU ' W-DAT-DEB-REL ' AU ' W-DAT-FIN-REL
011150            ' - ' W-EDT-NBR ' MOUVEMENT(S) - NOUVEAU SOLDE '
011160            W-EDT-MNT ' - CHARGE'
011170            DELIMITED BY SIZE INTO LIGNE-RBQ
011180     END-STRING.
011190     WRITE LIGNE-RBQ.
011200     PERFORM CLASSE-MOUVEMENT THRU CLASSE-MOUVEMENT-EXIT
011210             VARYING IND-MVT FROM 1 BY 1
011220             UNTIL IND-MVT > W-NBR-MVT.
011230     PERFORM ENREGISTRE-RELEVE THRU ENREGISTRE-RELEVE-EXIT.
011240 CLOTURE-RELEVE-EXIT.
011250        EXIT.
011260*----------------------------------------------------------------
011270*    RELEVE REFUSE : AUCUN DE SES MOUVEMENTS N'EST CHARGE, IL
011280*    POURRA ETRE PRESENTE A NOUVEAU APRES CORRECTION
011290*----------------------------------------------------------------
011300 REJETTE-RELEVE.
011310     SET RELEVE-FERME TO TRUE.
011320     ADD 1 TO W-CPT-REL-REJETES.
011330     MOVE SPACES TO LIGNE-RBQ.
011340     STRING 'REJET - RELEVE ' W-CPT-REL ' DU ' W-DAT-DEB-REL
011350            ' AU ' W-DAT-FIN-REL ' - ' W-MOTIF-REJET
011360            DELIMITED BY SIZE INTO LIGNE-RBQ
011370     END-STRING.
011380     WRITE LIGNE-RBQ.
011390 REJETTE-RELEVE-EXIT.
011400        EXIT.
011410*----------------------------------------------------------------
011420*    RECHERCHE DU RELEVE EN COURS (COMPTE, DATE DU NOUVEAU SOLDE)
011430*    PARMI LES RELEVES DEJA CHARGES
011440*----------------------------------------------------------------
011450 CHERCHE-RELEVE.
011460     SET RELEVE-NOUVEAU TO TRUE.
011470     IF W-NBR-REL = ZERO
011480        GO TO CHERCHE-RELEVE-EXIT
011490     END-IF.
011500     SET IND-REL TO 1.
011510     SEARCH W-REL
011520        AT END
011530           CONTINUE
011540        WHEN W-REL-CPT (IND-REL) = W-CPT-REL
011550         AND W-REL-DAT-FIN (IND-REL) = W-DAT-FIN-REL
011560           SET RELEVE-DEJA-CHARGE TO TRUE
011570     END-SEARCH.
011580 CHERCHE-RELEVE-EXIT.
011590        EXIT.
011600*----------------------------------------------------------------
011610*    CONTINUITE AVEC LE DERNIER RELEVE CHARGE DU COMPTE : SA DATE
011620*    ET SON NOUVEAU SOLDE DOIVENT ETRE CEUX DE L'ANCIEN SOLDE DU
011630*    RELEVE EN COURS, SINON UN JOUR AU MOINS MANQUE
011640*----------------------------------------------------------------
011650 CONTROLE-CONTINUITE.
011660     SET PRECEDENT-ABSENT TO TRUE.
011670     MOVE ZERO TO W-DAT-PREC.
011680     PERFORM EXAMINE-RELEVE-CHARGE THRU EXAMINE-RELEVE-CHARGE-EXIT
011690             VARYING IND-REL FROM 1 BY 1
011700             UNTIL IND-REL > W-NBR-REL.
011710     IF PRECEDENT-ABSENT
011720        MOVE SPACES TO LIGNE-RBQ
011730        STRING 'AVIS - COMPTE ' W-CPT-REL ' - PREMIER RELEVE'
011740               ' CHARGE - CONTINUITE NON CONTROLEE'
011750               DELIMITED BY SIZE INTO LIGNE-RBQ
011760        END-STRING
011770        WRITE LIGNE-RBQ
011780        GO TO CONTROLE-CONTINUITE-EXIT
011790     END-IF.
011800     IF W-DAT-PREC = W-DAT-DEB-REL
011810        AND W-SOLDE-PREC = W-SOLDE-DEB-REL
011820          GO TO CONTROLE-CONTINUITE-EXIT
011830     END-IF.
011840     ADD 1 TO W-CPT-DISCONTINUITES.
011850     MOVE W-SOLDE-PREC TO W-EDT-MNT.
011860     MOVE W-SOLDE-DEB-REL TO W-EDT-MNT-2.
011870     MOVE SPACES TO LIGNE-RBQ.
011880     STRING 'AVIS - COMPTE ' W-CPT-REL ' - RELEVE MANQUANT'
011890            ' - DERNIER AU ' W-DAT-PREC ' ' W-EDT-MNT
011900            ' - OUVERTURE AU ' W-DAT-DEB-REL ' ' W-EDT-MNT-2
011910            DELIMITED BY SIZE INTO LIGNE-RBQ
011920     END-STRING.
011930     WRITE LIGNE-RBQ.
011940 CONTROLE-CONTINUITE-EXIT.
011950        EXIT.
011960*----------------------------------------------------------------
011970 EXAMINE-RELEVE-CHARGE.
011980     IF W-REL-CPT (IND-REL) NOT = W-CPT-REL
011990        GO TO EXAMINE-RELEVE-CHARGE-EXIT
012000     END-IF.
012010     IF W-REL-DAT-FIN (IND-REL) NOT < W-DAT-FIN-REL
012020        GO TO EXAMINE-RELEVE-CHARGE-EXIT
012030     END-IF.
012040     IF W-REL-DAT-FIN (IND-REL) > W-DAT-PREC
012050        SET PRECEDENT-TROUVE TO TRUE
012060        MOVE W-REL-DAT-FIN (IND-REL)   TO W-DAT-PREC
012070        MOVE W-REL-SOLDE-FIN (IND-REL) TO W-SOLDE-PREC
012080     END-IF.
012090 EXAMINE-RELEVE-CHARGE-EXIT.
012100        EXIT.
012110*----------------------------------------------------------------
012120*    ENREGISTREMENT DU RELEVE CHARGE SUR LE JOURNAL ENT096 ET
012130*    DANS LA TABLE DES RELEVES CHARGES
012140*----------------------------------------------------------------
012150 ENREGISTRE-RELEVE.
012160     SET RELEVE-FERME TO TRUE.
012170     ADD 1 TO W-CPT-REL-CHARGES.
012180     MOVE SPACES TO ENT-JRB.
012190     MOVE 'R'               TO TYP-JRB.
012200     MOVE W-CPT-REL         TO CPT-JRB.
012210     MOVE W-DAT-DEB-REL     TO DAT-DEB-JRB.
012220     MOVE W-DAT-FIN-REL     TO DAT-FIN-JRB.
012230     MOVE W-SOLDE-DEB-REL   TO SOLDE-DEB-JRB.
012240     MOVE W-SOLDE-FIN-REL   TO SOLDE-FIN-JRB.
012250     MOVE W-NBR-MVT         TO NBR-MVT-JRB.
012260     MOVE W-DATE-TRAITEMENT TO DAT-CHG-JRB.
012270     WRITE ENT-JRB.
012280     IF W-DAT-DEB-REL < W-DAT-PREMIER
012290        MOVE W-DAT-DEB-REL TO W-DAT-PREMIER
012300     END-IF.
012310     IF W-NBR-REL NOT LESS THAN C-NBR-MAX-REL
012320        MOVE SPACES TO LIGNE-RBQ
012330        STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-REL ' RELEVES'
012340               ' ATTEINT - DOUBLES DU PASSAGE NON CONTROLES'
012350               DELIMITED BY SIZE INTO LIGNE-RBQ
012360        END-STRING
012370        WRITE LIGNE-RBQ
012380        GO TO ENREGISTRE-RELEVE-EXIT
012390     END-IF.
012400     ADD 1 TO W-NBR-REL.
012410     MOVE W-CPT-REL       TO W-REL-CPT       (W-NBR-REL).
012420     MOVE W-DAT-DEB-REL   TO W-REL-DAT-DEB   (W-NBR-REL).
012430     MOVE W-DAT-FIN-REL   TO W-REL-DAT-FIN   (W-NBR-REL).
012440     MOVE W-SOLDE-FIN-REL TO W-REL-SOLDE-FIN (W-NBR-REL).
012450 ENREGISTRE-RELEVE-EXIT.
012460        EXIT.
012470*----------------------------------------------------------------
012480*    CLASSEMENT D'UN MOUVEMENT DU RELEVE CHARGE : LES DEBITS SONT
012490*    SEULEMENT TOTALISES ; UN CREDIT EST, DANS L'ORDRE, CLASSE
012500*    HORS CLIENTS PAR SON CODE OPERATION, RAPPROCHE D'UNE REMISE
012510*    DE PRELEVEMENT, RATTACHE A UNE FACTURE PAR SA REFERENCE OU
012520*    LISTE A IDENTIFIER
012530*----------------------------------------------------------------
012540 CLASSE-MOUVEMENT.
012550     IF W-MVT-MNT (IND-MVT) < ZERO
012560        ADD 1 TO W-CPT-DEBITS
012570        SUBTRACT W-MVT-MNT (IND-MVT) FROM W-MNT-DEBITS
012580        GO TO CLASSE-MOUVEMENT-EXIT
012590     END-IF.
012600     ADD 1 TO W-CPT-CREDITS.
012610     ADD W-MVT-MNT (IND-MVT) TO W-MNT-CREDITS.
012620     MOVE SPACES TO TRI-ENR.
012630     MOVE W-MVT-DAT (IND-MVT) TO DAT-TRI.
012640     MOVE W-CPT-CREDITS       TO SEQ-TRI.
012650     MOVE W-MVT-MNT (IND-MVT) TO MNT-TRI.
012660     MOVE W-MVT-LIB (IND-MVT) TO LIB-TRI.
012670     MOVE W-MVT-REF (IND-MVT) TO REF-TRI.
012680     IF W-DEVISE-REL NOT = 'EUR'
012690        MOVE 6 TO CAT-TRI
012700        STRING 'CREDIT EN DEVISE ' W-DEVISE-REL
012710               DELIMITED BY SIZE INTO MENTION-TRI
012720        END-STRING
012730        GO TO CLASSE-MOUVEMENT-SUITE
012740     END-IF.
012750     PERFORM CHERCHE-CODE-OPERATION
012760             THRU CHERCHE-CODE-OPERATION-EXIT.
012770     IF W-CLASSE-OPE = 'F' OR 'V' OR 'A'
012780        IF W-CLASSE-OPE = 'F'
012790           MOVE 3 TO CAT-TRI
012800        ELSE
012810        IF W-CLASSE-OPE = 'V'
012820           MOVE 4 TO CAT-TRI
012830        ELSE
012840           MOVE 5 TO CAT-TRI
012850        END-IF
012860        END-IF
012870        ADD 1 TO W-CPT-HORS-CLIENTS
012880        STRING 'CODE ' W-MVT-COD-OPE (IND-MVT) ' ' W-LIB-OPE
012890               DELIMITED BY SIZE INTO MENTION-TRI
012900        END-STRING
012910        GO TO CLASSE-MOUVEMENT-SUITE
012920     END-IF.
012930     IF W-CLASSE-OPE NOT = 'C'
012940        PERFORM RAPPROCHE-REMISE THRU RAPPROCHE-REMISE-EXIT
012950        IF REMISE-RAPPROCHEE
012960           MOVE 2 TO CAT-TRI
012970           GO TO CLASSE-MOUVEMENT-SUITE
012980        END-IF
012990     END-IF.
013000     IF W-CLASSE-OPE = 'P'
013010        MOVE 2 TO CAT-TRI
013020        ADD 1 TO W-CPT-HORS-CLIENTS
013030        MOVE 'AUCUNE REMISE PRELEVCL DE CE MONTANT - A VERIFIER'
013040             TO MENTION-TRI
013050        GO TO CLASSE-MOUVEMENT-SUITE
013060     END-IF.
013070     PERFORM CHERCHE-REFERENCE THRU CHERCHE-REFERENCE-EXIT.
013080     IF REFERENCE-TROUVEE
013090        MOVE 1 TO CAT-TRI
013100        PERFORM ECRIT-REGLEMENT THRU ECRIT-REGLEMENT-EXIT
013110        GO TO CLASSE-MOUVEMENT-SUITE
013120     END-IF.
013130     MOVE 6 TO CAT-TRI.
013140     ADD 1 TO W-CPT-A-IDENTIFIER.
013150     MOVE 'AUCUNE COMMANDE OU FACTURE RECONNUE'
013160          TO MENTION-TRI.
013170 CLASSE-MOUVEMENT-SUITE.
013180     RELEASE TRI-ENR.
013190 CLASSE-MOUVEMENT-EXIT.
013200        EXIT.
013210*----------------------------------------------------------------
013220*    CLASSE DU CODE OPERATION INTERBANCAIRE DU MOUVEMENT EN COURS
013230*    (BLANC SI LE CODE EST ABSENT DE LA TABLE ENT095)
013240*----------------------------------------------------------------
013250 CHERCHE-CODE-OPERATION.
013260     MOVE SPACES TO W-CLASSE-OPE.
013270     MOVE SPACES TO W-LIB-OPE.
013280     IF W-NBR-OPB = ZERO
013290        GO TO CHERCHE-CODE-OPERATION-EXIT
013300     END-IF.
013310     SET IND-OPB TO 1.
013320     SEARCH W-OPB
013330        AT END
013340           CONTINUE
013350        WHEN W-OPB-COD (IND-OPB) = W-MVT-COD-OPE (IND-MVT)
013360           MOVE W-OPB-CLASSE (IND-OPB) TO W-CLASSE-OPE
013370           MOVE W-OPB-LIB (IND-OPB)    TO W-LIB-OPE
013380     END-SEARCH.
013390 CHERCHE-CODE-OPERATION-EXIT.
013400        EXIT.
013410*----------------------------------------------------------------
013420*    RAPPROCHEMENT DU CREDIT EN COURS AVEC LA PLUS ANCIENNE
013430*    REMISE DE PRELEVEMENT NON ENCORE RAPPROCHEE DE MEME MONTANT,
013440*    REMISE A LA BANQUE AU PLUS TARD LE JOUR DU CREDIT
013450*----------------------------------------------------------------
013460 RAPPROCHE-REMISE.
013470     SET REMISE-ABSENTE TO TRUE.
013480     IF W-NBR-RMS = ZERO
013490        GO TO RAPPROCHE-REMISE-EXIT
013500     END-IF.
013510     SET IND-RMS TO 1.
013520     SEARCH W-RMS
013530        AT END
013540           CONTINUE
013550        WHEN W-RMS-RAPPROCHEE (IND-RMS) = 'N'
013560         AND W-RMS-MNT (IND-RMS) = W-MVT-MNT (IND-MVT)
013570         AND W-RMS-DAT (IND-RMS) NOT > W-MVT-DAT (IND-MVT)
013580           SET REMISE-RAPPROCHEE TO TRUE
013590     END-SEARCH.
013600     IF REMISE-ABSENTE
013610        GO TO RAPPROCHE-REMISE-EXIT
013620     END-IF.
013630     MOVE 'O' TO W-RMS-RAPPROCHEE (IND-RMS).
013640     ADD 1 TO W-CPT-REMISES.
013650     ADD W-MVT-MNT (IND-MVT) TO W-MNT-REMISES.
013660     STRING 'REMISE DU ' W-RMS-DAT (IND-RMS) ' - '
013670            W-RMS-NBR (IND-RMS) ' PRELEVEMENT(S)'
013680            DELIMITED BY SIZE INTO MENTION-TRI
013690     END-STRING.
013700     MOVE SPACES TO ENT-JRB.
013710     MOVE 'P'                  TO TYP-JRB.
013720     MOVE W-CPT-REL            TO CPT-JRB.
013730     MOVE W-RMS-DAT (IND-RMS)  TO DAT-DEB-JRB.
013740     MOVE W-MVT-DAT (IND-MVT)  TO DAT-FIN-JRB.
013750     MOVE W-MVT-MNT (IND-MVT)  TO SOLDE-DEB-JRB.
013760     MOVE ZERO                 TO SOLDE-FIN-JRB.
013770     MOVE W-RMS-NBR (IND-RMS)  TO NBR-MVT-JRB.
013780     MOVE W-DATE-TRAITEMENT    TO DAT-CHG-JRB.
013790     WRITE ENT-JRB.
013800 RAPPROCHE-REMISE-EXIT.
013810        EXIT.
013820*----------------------------------------------------------------
013830*    RECHERCHE D'UNE REFERENCE CLIENT DANS LE TEXTE DU MOUVEMENT :
013840*    PREMIER GROUPE DE 5 CHIFFRES EXACTEMENT QUI EST UN NUMERO DE
013850*    COMMANDE OU, A DEFAUT, UN NUMERO DE FACTURE DE L'HISTORIQUE
013860*----------------------------------------------------------------
013870 CHERCHE-REFERENCE.
013880     SET REFERENCE-ABSENTE TO TRUE.
013890     MOVE W-MVT-LIB (IND-MVT)   TO W-TXT-LIB.
013900     MOVE W-MVT-REF (IND-MVT)   TO W-TXT-REF.
013910     MOVE W-MVT-CPL-1 (IND-MVT) TO W-TXT-CPL-1.
013920     MOVE W-MVT-CPL-2 (IND-MVT) TO W-TXT-CPL-2.
013930     MOVE ZERO TO W-LNG-CHIFFRES.
013940     MOVE ZERO TO W-NUM-CAND.
013950     PERFORM EXAMINE-CARACTERE THRU EXAMINE-CARACTERE-EXIT
013960             VARYING W-POS FROM 1 BY 1
013970             UNTIL W-POS > C-LONG-TEXTE
013980                OR REFERENCE-TROUVEE.
013990 CHERCHE-REFERENCE-EXIT.
014000        EXIT.
014010*----------------------------------------------------------------
014020 EXAMINE-CARACTERE.
014030     IF W-CAR (W-POS) IS NUMERIC
014040        ADD 1 TO W-LNG-CHIFFRES
014050        IF W-LNG-CHIFFRES NOT > 5
014060           MOVE W-CAR (W-POS) TO W-CHIFFRE-X
014070           COMPUTE W-NUM-CAND = W-NUM-CAND * 10 + W-CHIFFRE-N
014080        END-IF
014090        GO TO EXAMINE-CARACTERE-EXIT
014100     END-IF.
014110     IF W-LNG-CHIFFRES = 5
014120        PERFORM TESTE-CANDIDAT THRU TESTE-CANDIDAT-EXIT
014130     END-IF.
014140     MOVE ZERO TO W-LNG-CHIFFRES.
014150     MOVE ZERO TO W-NUM-CAND.
014160 EXAMINE-CARACTERE-EXIT.
014170        EXIT.
014180*----------------------------------------------------------------
014190*    LE NUMERO DE COMMANDE PRIME, LE NUMERO DE FACTURE N'EST
014200*    TENTE QU'A DEFAUT (MEME REGLE QUE LE LETTRAGE) - LA COMMANDE
014210*    DE LA FACTURE TROUVEE EST TRANSMISE AU LETTRAGE
014220*----------------------------------------------------------------
014230 TESTE-CANDIDAT.
014240     IF W-NUM-CAND = ZERO OR W-NBR-HIST = ZERO
014250        GO TO TESTE-CANDIDAT-EXIT
014260     END-IF.
014270     SET REFERENCE-TROUVEE TO TRUE.
014280     SET IND-HIST TO 1.
014290     SEARCH W-HIST
014300        AT END
014310           SET REFERENCE-ABSENTE TO TRUE
014320        WHEN W-HIST-NUM-CMD (IND-HIST) = W-NUM-CAND
014330           CONTINUE
014340     END-SEARCH.
014350     IF REFERENCE-ABSENTE
014360        SET REFERENCE-TROUVEE TO TRUE
014370        SET IND-HIST TO 1
014380        SEARCH W-HIST
014390           AT END
014400              SET REFERENCE-ABSENTE TO TRUE
014410           WHEN W-HIST-NUM-FACT (IND-HIST) = W-NUM-CAND
014420              CONTINUE
014430        END-SEARCH
014440     END-IF.
014450     IF REFERENCE-TROUVEE
014460        MOVE W-HIST-NUM-CLI (IND-HIST)  TO W-REF-CLI
014470        MOVE W-HIST-NUM-CMD (IND-HIST)  TO W-REF-CMD
014480        MOVE W-HIST-NUM-FACT (IND-HIST) TO W-REF-FACT
014490     END-IF.
014500 TESTE-CANDIDAT-EXIT.
014510        EXIT.
014520*----------------------------------------------------------------
014530*    REGLEMENT CLIENT TRANSMIS AU LETTRAGE (ENT035)
014540*----------------------------------------------------------------
014550 ECRIT-REGLEMENT.
014560     MOVE SPACES TO ENT-RGL.
014570     MOVE W-MVT-DAT (IND-MVT) TO DAT-RGL.
014580     MOVE W-MVT-MNT (IND-MVT) TO MNT-RGL.
014590     MOVE W-REF-CLI           TO NUM-CLI-RGL-N.
014600     MOVE W-REF-CMD           TO NUM-CMD-RGL-N.
014610     WRITE ENT-RGL.
014620     ADD 1 TO W-CPT-REGLEMENTS.
014630     ADD W-MVT-MNT (IND-MVT) TO W-MNT-REGLEMENTS.
014640     STRING 'CLIENT ' W-REF-CLI ' COMMANDE ' W-REF-CMD
014650            ' FACTURE ' W-REF-FACT
014660            DELIMITED BY SIZE INTO MENTION-TRI
014670     END-STRING.
014680 ECRIT-REGLEMENT-EXIT.
014690        EXIT.
014700*----------------------------------------------------------------
014710*    DECODAGE DU MONTANT CFONB W-MNT-CHF / W-MNT-SGN : LE DERNIER
014720*    CARACTERE PORTE LE DERNIER CHIFFRE ET LE SIGNE ({ A-I
014730*    POSITIF, } J-R NEGATIF), NOMBRE DE DECIMALES EN COLONNE 20
014740*----------------------------------------------------------------
014750 DECODE-MONTANT.
014760     SET MONTANT-INVALIDE TO TRUE.
014770     MOVE ZERO TO W-MNT-DECODE.
014780     IF W-MNT-CHF-N NOT NUMERIC
014790        OR NBR-DEC-CFO-N NOT NUMERIC
014800          GO TO DECODE-MONTANT-EXIT
014810     END-IF.
014820     MOVE NBR-DEC-CFO-N TO W-NBR-DEC.
014830     IF W-NBR-DEC > 3
014840        GO TO DECODE-MONTANT-EXIT
014850     END-IF.
014860     SET IND-SGN TO 1.
014870     SEARCH W-SGN
014880        AT END
014890           GO TO DECODE-MONTANT-EXIT
014900        WHEN W-SGN (IND-SGN) = W-MNT-SGN
014910           SET W-POS-SGN TO IND-SGN
014920     END-SEARCH.
014930     IF W-POS-SGN > 10
014940        COMPUTE W-DERNIER-CHIFFRE = W-POS-SGN - 11
014950     ELSE
014960        COMPUTE W-DERNIER-CHIFFRE = W-POS-SGN - 1
014970     END-IF.
014980     COMPUTE W-MNT-BRUT = W-MNT-CHF-N * 10 + W-DERNIER-CHIFFRE.
014990     COMPUTE W-MNT-DECODE = W-MNT-BRUT / (10 ** W-NBR-DEC)
015000        ON SIZE ERROR
015010           GO TO DECODE-MONTANT-EXIT
015020     END-COMPUTE.
015030     IF W-POS-SGN > 10
015040        COMPUTE W-MNT-DECODE = ZERO - W-MNT-DECODE
015050     END-IF.
015060     SET MONTANT-VALIDE TO TRUE.
015070 DECODE-MONTANT-EXIT.
015080        EXIT.
015090*----------------------------------------------------------------
015100*    CONVERSION DE LA DATE W-DATE-JJMMAA EN AAAAMMJJ
015110*----------------------------------------------------------------
015120 CONVERTIT-DATE.
015130     SET DATE-INVALIDE TO TRUE.
015140     MOVE ZERO TO W-DATE-CONV-AA W-DATE-CONV-MM W-DATE-CONV-JJ.
015150     IF W-DATE-JJMMAA NOT NUMERIC
015160        GO TO CONVERTIT-DATE-EXIT
015170     END-IF.
015180     IF W-DATE-MM < 1 OR W-DATE-MM > 12
015190        OR W-DATE-JJ < 1 OR W-DATE-JJ > 31
015200          GO TO CONVERTIT-DATE-EXIT
015210     END-IF.
015220     MOVE W-DATE-AA TO W-DATE-CONV-AA.
015230     MOVE W-DATE-MM TO W-DATE-CONV-MM.
015240     MOVE W-DATE-JJ TO W-DATE-CONV-JJ.
015250     SET DATE-VALIDE TO TRUE.
015260 CONVERTIT-DATE-EXIT.
015270        EXIT.
015280*----------------------------------------------------------------
015290*    PROCEDURE DE SORTIE DU TRI : CREDITS PAR CATEGORIE PUIS
015300*    REMISES DE PRELEVEMENT NON CREDITEES
015310*----------------------------------------------------------------
015320 EDITE-MOUVEMENTS.
015330     SET TRI-DISPONIBLE TO TRUE.
015340     MOVE ZERO TO W-CAT-EN-COURS.
015350     PERFORM RETOURNE-MOUVEMENT THRU RETOURNE-MOUVEMENT-EXIT.
015360     PERFORM EDITE-UN-MOUVEMENT THRU EDITE-UN-MOUVEMENT-EXIT
015370             UNTIL TRI-EPUISE.
015380     IF W-CAT-EN-COURS > ZERO
015390        PERFORM CLOTURE-CATEGORIE THRU CLOTURE-CATEGORIE-EXIT
015400     END-IF.
015410     MOVE SPACES TO LIGNE-RBQ.
015420     WRITE LIGNE-RBQ.
015430     MOVE SPACES TO LIGNE-RBQ.
015440     STRING 'REMISES DE PRELEVEMENT NON CREDITEES ' C-DELAI-REMISE
015450            ' JOURS APRES LEUR DATE DE REMISE'
015460            DELIMITED BY SIZE INTO LIGNE-RBQ
015470     END-STRING.
015480     WRITE LIGNE-RBQ.
015490     PERFORM EXAMINE-REMISE THRU EXAMINE-REMISE-EXIT
015500             VARYING IND-RMS FROM 1 BY 1
015510             UNTIL IND-RMS > W-NBR-RMS.
015520     IF W-CPT-NON-CREDITEES = ZERO
015530        MOVE SPACES TO LIGNE-RBQ
015540        STRING '   NEANT' DELIMITED BY SIZE INTO LIGNE-RBQ
015550        END-STRING
015560        WRITE LIGNE-RBQ
015570     END-IF.
015580 EDITE-MOUVEMENTS-EXIT.
015590        EXIT.
015600*----------------------------------------------------------------
015610 RETOURNE-MOUVEMENT.
015620     RETURN TRI-MVT
015630        AT END
015640           SET TRI-EPUISE TO TRUE
015650     END-RETURN.
015660 RETOURNE-MOUVEMENT-EXIT.
015670        EXIT.
015680*----------------------------------------------------------------
015690 EDITE-UN-MOUVEMENT.
015700     IF CAT-TRI NOT = W-CAT-EN-COURS
015710        IF W-CAT-EN-COURS > ZERO
015720           PERFORM CLOTURE-CATEGORIE THRU CLOTURE-CATEGORIE-EXIT
015730        END-IF
015740        PERFORM OUVRE-CATEGORIE THRU OUVRE-CATEGORIE-EXIT
015750     END-IF.
015760     ADD 1 TO W-CPT-CAT.
015770     ADD MNT-TRI TO W-MNT-CAT.
015780     MOVE MNT-TRI TO W-EDT-MNT.
015790     MOVE SPACES TO LIGNE-RBQ.
015800     STRING DAT-TRI ' ' W-EDT-MNT ' ' LIB-TRI ' ' REF-TRI
015810            ' ' MENTION-TRI
015820            DELIMITED BY SIZE INTO LIGNE-RBQ
015830     END-STRING.
015840     WRITE LIGNE-RBQ.
015850     PERFORM RETOURNE-MOUVEMENT THRU RETOURNE-MOUVEMENT-EXIT.
015860 EDITE-UN-MOUVEMENT-EXIT.
015870        EXIT.
015880*----------------------------------------------------------------
015890 OUVRE-CATEGORIE.
015900     MOVE CAT-TRI TO W-CAT-EN-COURS.
015910     MOVE ZERO TO W-CPT-CAT.
015920     MOVE ZERO TO W-MNT-CAT.
015930     MOVE SPACES TO LIGNE-RBQ.
015940     WRITE LIGNE-RBQ.
015950     MOVE ALL '=' TO LIGNE-RBQ.
015960     WRITE LIGNE-RBQ.
015970     MOVE SPACES TO LIGNE-RBQ.
015980     STRING W-CAT-LIB (W-CAT-EN-COURS)
015990            DELIMITED BY SIZE INTO LIGNE-RBQ
016000     END-STRING.
016010     WRITE LIGNE-RBQ.
016020 OUVRE-CATEGORIE-EXIT.
016030        EXIT.
016040*----------------------------------------------------------------
016050 CLOTURE-CATEGORIE.
016060     MOVE W-MNT-CAT TO W-EDT-TOT.
016070     MOVE SPACES TO LIGNE-RBQ.
016080     STRING 'TOTAL : ' W-CPT-CAT ' CREDIT(S) - ' W-EDT-TOT
016090            DELIMITED BY SIZE INTO LIGNE-RBQ
016100     END-STRING.
016110     WRITE LIGNE-RBQ.
016120 CLOTURE-CATEGORIE-EXIT.
016130        EXIT.
016140*----------------------------------------------------------------
016150*    REMISE PRELEVCL NON RAPPROCHEE, POSTERIEURE AU PREMIER
016160*    RELEVE CHARGE ET ANTERIEURE AU DELAI DE CREDIT
016170*----------------------------------------------------------------
016180 EXAMINE-REMISE.
016190     IF W-RMS-RAPPROCHEE (IND-RMS) NOT = 'N'
016200        GO TO EXAMINE-REMISE-EXIT
016210     END-IF.
016220     IF W-RMS-DAT (IND-RMS) < W-DAT-PREMIER
016230        GO TO EXAMINE-REMISE-EXIT
016240     END-IF.
016250     IF FUNCTION INTEGER-OF-DATE (W-RMS-DAT (IND-RMS))
016260        > W-JOUR-LIMITE
016270          GO TO EXAMINE-REMISE-EXIT
016280     END-IF.
016290     ADD 1 TO W-CPT-NON-CREDITEES.
016300     MOVE W-RMS-MNT (IND-RMS) TO W-EDT-MNT.
016310     MOVE SPACES TO LIGNE-RBQ.
016320     STRING 'AVIS - REMISE DU ' W-RMS-DAT (IND-RMS) ' - '
016330            W-RMS-NBR (IND-RMS) ' PRELEVEMENT(S) - MONTANT '
016340            W-EDT-MNT ' - AUCUN CREDIT CORRESPONDANT'
016350            DELIMITED BY SIZE INTO LIGNE-RBQ
016360     END-STRING.
016370     WRITE LIGNE-RBQ.
016380 EXAMINE-REMISE-EXIT.
016390        EXIT.
016400*================================================================
016410*    FIN DE TRAITEMENT
016420*================================================================
016430 FIN.
016440     IF TRT-OK
016450        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
016460     END-IF.
016470     IF ENT094-OUVERT
016480        CLOSE ENT094
016490     END-IF.
016500     IF ENT035-OUVERT
016510        CLOSE ENT035
016520     END-IF.
016530     IF ENT096-OUVERT
016540        CLOSE ENT096
016550     END-IF.
016560     IF W-CPT-REL-REJETES > ZERO
016570        MOVE C-RC-REFUS TO RETURN-CODE
016580     END-IF.
016590     CLOSE ENT097.
016600 FIN-EXIT.
016610        EXIT.
016620*----------------------------------------------------------------
016630 REND-COMPTE.
016640     MOVE SPACES TO LIGNE-RBQ.
016650     WRITE LIGNE-RBQ.
016660     MOVE SPACES TO LIGNE-RBQ.
016670     STRING 'ENREGISTREMENTS LUS (ENT094)  : ' W-CPT-ENR-LUS
016680            DELIMITED BY SIZE INTO LIGNE-RBQ
016690     END-STRING.
016700     WRITE LIGNE-RBQ.
016710     MOVE SPACES TO LIGNE-RBQ.
016720     STRING 'ENREGISTREMENTS IGNORES       : ' W-CPT-ENR-IGNORES
016730            DELIMITED BY SIZE INTO LIGNE-RBQ
016740     END-STRING.
016750     WRITE LIGNE-RBQ.
016760     MOVE SPACES TO LIGNE-RBQ.
016770     STRING 'RELEVES LUS                   : ' W-CPT-REL-LUS
016780            DELIMITED BY SIZE INTO LIGNE-RBQ
016790     END-STRING.
016800     WRITE LIGNE-RBQ.
016810     MOVE SPACES TO LIGNE-RBQ.
016820     STRING 'RELEVES CHARGES               : ' W-CPT-REL-CHARGES
016830            DELIMITED BY SIZE INTO LIGNE-RBQ
016840     END-STRING.
016850     WRITE LIGNE-RBQ.
016860     MOVE SPACES TO LIGNE-RBQ.
016870     STRING 'RELEVES REJETES               : ' W-CPT-REL-REJETES
016880            DELIMITED BY SIZE INTO LIGNE-RBQ
016890     END-STRING.
016900     WRITE LIGNE-RBQ.
016910     MOVE SPACES TO LIGNE-RBQ.
016920     STRING 'RELEVES MANQUANTS SIGNALES    : '
016930            W-CPT-DISCONTINUITES
016940            DELIMITED BY SIZE INTO LIGNE-RBQ
016950     END-STRING.
016960     WRITE LIGNE-RBQ.
016970     MOVE W-MNT-CREDITS TO W-EDT-TOT.
016980     MOVE SPACES TO LIGNE-RBQ.
016990     STRING 'CREDITS CHARGES               : ' W-CPT-CREDITS
017000            ' - ' W-EDT-TOT
017010            DELIMITED BY SIZE INTO LIGNE-RBQ
017020     END-STRING.
017030     WRITE LIGNE-RBQ.
017040     MOVE W-MNT-REGLEMENTS TO W-EDT-TOT.
017050     MOVE SPACES TO LIGNE-RBQ.
017060     STRING '  DONT REGLEMENTS (ENT035)    : ' W-CPT-REGLEMENTS
017070            ' - ' W-EDT-TOT
017080            DELIMITED BY SIZE INTO LIGNE-RBQ
017090     END-STRING.
017100     WRITE LIGNE-RBQ.
017110     MOVE W-MNT-REMISES TO W-EDT-TOT.
017120     MOVE SPACES TO LIGNE-RBQ.
017130     STRING '  DONT REMISES RAPPROCHEES    : ' W-CPT-REMISES
017140            ' - ' W-EDT-TOT
017150            DELIMITED BY SIZE INTO LIGNE-RBQ
017160     END-STRING.
017170     WRITE LIGNE-RBQ.
017180     MOVE SPACES TO LIGNE-RBQ.
017190     STRING '  DONT AUTRES HORS CLIENTS    : ' W-CPT-HORS-CLIENTS
017200            DELIMITED BY SIZE INTO LIGNE-RBQ
017210     END-STRING.
017220     WRITE LIGNE-RBQ.
017230     MOVE SPACES TO LIGNE-RBQ.
017240     STRING '  DONT A IDENTIFIER           : ' W-CPT-A-IDENTIFIER
017250            DELIMITED BY SIZE INTO LIGNE-RBQ
017260     END-STRING.
017270     WRITE LIGNE-RBQ.
017280     MOVE W-MNT-DEBITS TO W-EDT-TOT.
017290     MOVE SPACES TO LIGNE-RBQ.
017300     STRING 'DEBITS (HORS LETTRAGE)        : ' W-CPT-DEBITS
017310            ' - ' W-EDT-TOT
017320            DELIMITED BY SIZE INTO LIGNE-RBQ
017330     END-STRING.
017340     WRITE LIGNE-RBQ.
017350     MOVE SPACES TO LIGNE-RBQ.
017360     STRING 'REMISES NON CREDITEES         : '
017370            W-CPT-NON-CREDITEES
017380            DELIMITED BY SIZE INTO LIGNE-RBQ
017390     END-STRING.
017400     WRITE LIGNE-RBQ.
017410 REND-COMPTE-EXIT.
017420        EXIT.
