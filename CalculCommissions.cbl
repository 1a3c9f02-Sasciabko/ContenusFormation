000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         CALCCOM.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : calcul mensuel des
000230*                       commissions des commerciaux (mois AAAAMM
000240*                       en PARM col. 1 a 6). Commission due sur
000250*                       les lignes Ent032 des factures entierement
000260*                       reglees (poste Ent031 'P') au plus tard
000270*                       dans le mois, au taux du commercial du
000280*                       client (Ent010) pour la reference produit
000290*                       ou a son taux general (table Ent084).
000300*                       Commission deduite sur les avoirs et sur
000310*                       les pertes definitives (Ent068) des
000320*                       factures deja commissionnees. Chaque piece
000330*                       n'est commissionnee qu'une fois : journal
000340*                       cumulatif Ent086 relu, nouvelle generation
000350*                       Ent087 (les mouvements du mois traite sont
000360*                       recalcules). Releve par commercial Ent085
000370*                       et fichier des totaux pour la paie Ent088.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400*================================================================
000410 CONFIGURATION SECTION.
000420*    ---
000430 SOURCE-COMPUTER.      IBM-370.
000440 OBJECT-COMPUTER.      IBM-370.
000450*
000460 INPUT-OUTPUT SECTION.
000470*    ---
000480 FILE-CONTROL.
000490     SELECT ENT010  ASSIGN TO ENT010
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS RANDOM
000520            RECORD KEY IS NUM-CLI
000530            FILE STATUS IS FS-ENT010.
000540*
000550     SELECT ENT031  ASSIGN TO ENT031
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS FS-ENT031.
000580*
000590     SELECT ENT032  ASSIGN TO ENT032
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS FS-ENT032.
000620*
000630     SELECT OPTIONAL ENT068  ASSIGN TO ENT068
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS FS-ENT068.
000660*
000670     SELECT ENT084  ASSIGN TO ENT084
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS FS-ENT084.
000700*
000710     SELECT ENT085  ASSIGN TO ENT085
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS FS-ENT085.
000740*
000750     SELECT OPTIONAL ENT086  ASSIGN TO ENT086
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS FS-ENT086.
000780*
000790     SELECT ENT087  ASSIGN TO ENT087
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS FS-ENT087.
000820*
000830     SELECT ENT088  ASSIGN TO ENT088
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS FS-ENT088.
000860*
000870     SELECT TRI-COM ASSIGN TO SORTWK01.
000880*================================================================
000890 DATA DIVISION.
000900*================================================================
000910 FILE SECTION.
000920*    ---
000930*----------------------------------------------------------------
000940*    FICHIER CLIENTS (INDEXE SUR LE NUMERO DE CLIENT)
000950*----------------------------------------------------------------
000960 FD  ENT010 LABEL RECORD STANDARD
000970             RECORD  CONTAINS  250 CHARACTERS
000980             DATA RECORD  ENT-CLI.
000990 01  ENT-CLI.
001000         10 NUM-CLI      PIC    9(05).
001010         10 NOM-CLI      PIC    X(20).
001020         10 PRN-CLI      PIC    X(20).
001030         10 ADR-CLI      PIC    X(100).
001040         10 TEL-CLI      PIC    X(20).
001050         10 MOB-CLI      PIC    X(20).
001060         10 COD-PAI-CLI  PIC    X(03).
001070         10 SIREN-CLI    PIC    X(09).
001080         10 TVA-CEE-CLI  PIC    X(14).
001090         10 MOD-FAC-CLI  PIC    X(01).
001100         10 COD-COM-CLI  PIC    X(04).
001110         10              PIC    X(34).
001120*----------------------------------------------------------------
001130*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
001140*----------------------------------------------------------------
001150 FD  ENT031 LABEL RECORD STANDARD
001160             BLOCK   CONTAINS    0 RECORDS
001170             RECORD  CONTAINS   80 CHARACTERS
001180             RECORDING MODE IS   F
001190             DATA RECORD ENT-LET.
001200 01  ENT-LET.
001210         10 NUM-CMD-LET     PIC  9(05).
001220         10 NUM-CLI-LET     PIC  9(05).
001230         10 DAT-FACT-LET    PIC  9(08).
001240         10 MNT-FACT-LET    PIC S9(07)V99.
001250         10 MNT-REGLE-LET   PIC  9(07)V99.
001260         10 DAT-RGL-LET     PIC  9(08).
001270         10 MNT-SOLDE-LET   PIC S9(07)V99.
001280         10 ETAT-LET        PIC  X(01).
001290            88 LET-PAYEE         VALUE 'P'.
001300         10 TYP-LET         PIC  X(01).
001310            88 LET-FACTURE       VALUE 'F'.
001320         10 NUM-FACT-LET    PIC  9(05).
001330         10 DAT-ECH-LET     PIC  9(08).
001340         10 MNT-IMPUTE-LET  PIC S9(07)V99.
001350         10                 PIC  X(03).
001360*----------------------------------------------------------------
001370*    DETAIL DES LIGNES FACTUREES (PRODUIT PAR IMPFACTU)
001380*----------------------------------------------------------------
001390 FD  ENT032 LABEL RECORD STANDARD
001400             BLOCK   CONTAINS    0 RECORDS
001410             RECORD  CONTAINS   80 CHARACTERS
001420             RECORDING MODE IS   F
001430             DATA RECORD ENT-DET.
001440 01  ENT-DET.
001450         10 NUM-CMD-DET       PIC  9(05).
001460         10 NUM-CLI-DET       PIC  9(05).
001470         10 REF-PDT-DET       PIC  X(15).
001480         10 NBR-PDT-DET       PIC S9(02).
001490         10 PRX-PDT-DET       PIC  9(03)V99.
001500         10 MNT-HT-DET        PIC S9(06)V99.
001510         10 MNT-TVA-DET       PIC S9(06)V99.
001520         10 MNT-TTC-DET       PIC S9(06)V99.
001530         10 DAT-TRT-DET       PIC  9(08).
001540         10 TYP-PIECE-DET     PIC  X(01).
001550            88 DET-FACTURE         VALUE 'F'.
001560            88 DET-AVOIR           VALUE 'A'.
001570         10 NUM-FACT-DET      PIC  9(05).
001580         10                   PIC  X(10).
001590*----------------------------------------------------------------
001600*    PASSAGES EN PERTE DES CREANCES IRRECOUVRABLES (CUMUL
001610*    PRODUIT PAR PASPERTE - UN ENREGISTREMENT PAR TAUX DE TVA)
001620*----------------------------------------------------------------
001630 FD  ENT068 LABEL RECORD STANDARD
001640             BLOCK   CONTAINS    0 RECORDS
001650             RECORD  CONTAINS   80 CHARACTERS
001660             RECORDING MODE IS   F
001670             DATA RECORD ENT-PRT.
001680 01  ENT-PRT.
001690         10 TYP-PRT           PIC  X(01).
001700            88 PRT-PERTE           VALUE 'X'.
001710         10 NUM-FACT-PRT      PIC  9(05).
001720         10 NUM-CMD-PRT       PIC  9(05).
001730         10 NUM-CLI-PRT       PIC  9(05).
001740         10 DAT-FACT-PRT      PIC  9(08).
001750         10 DAT-COMPTA-PRT    PIC  9(08).
001760         10 TX-PRT            PIC  9V9(04).
001770         10 MNT-HT-PRT        PIC S9(09)V99.
001780         10 MNT-TVA-PRT       PIC S9(09)V99.
001790         10 COD-MOTIF-PRT     PIC  X(02).
001800         10                   PIC  X(19).
001810*----------------------------------------------------------------
001820*    TABLE DES TAUX DE COMMISSION : UN TAUX GENERAL PAR
001830*    COMMERCIAL (REFERENCE A BLANC, PORTE SON NOM) ET DES TAUX
001840*    PARTICULIERS PAR REFERENCE PRODUIT (TAUX EN FRACTION,
001850*    0.0500 POUR 5 %)
001860*----------------------------------------------------------------
001870 FD  ENT084 LABEL RECORD STANDARD
001880             BLOCK   CONTAINS    0 RECORDS
001890             RECORD  CONTAINS   80 CHARACTERS
001900             RECORDING MODE IS   F
001910             DATA RECORD ENT-TCO.
001920 01  ENT-TCO.
001930         10 COD-COM-TCO       PIC  X(04).
001940         10 REF-PDT-TCO       PIC  X(15).
001950         10 TX-COM-TCO        PIC  X(05).
001960         10 TX-COM-TCO-N REDEFINES TX-COM-TCO
001970                              PIC  9V9(04).
001980         10 NOM-COM-TCO       PIC  X(30).
001990         10                   PIC  X(26).
002000*----------------------------------------------------------------
002010*    RELEVE DES COMMISSIONS PAR COMMERCIAL ET ETAT DE CONTROLE
002020*----------------------------------------------------------------
002030 FD  ENT085 LABEL RECORDS OMITTED
002040             RECORD  CONTAINS  132 CHARACTERS
002050             RECORDING MODE IS   F
002060             DATA RECORD LIGNE-COM.
002070 01  LIGNE-COM              PIC X(132).
002080*----------------------------------------------------------------
002090*    JOURNAL CUMULATIF DES PIECES COMMISSIONNEES (GENERATION
002100*    PRECEDENTE) - F FACTURE REGLEE, A AVOIR, X PERTE DEFINITIVE
002110*----------------------------------------------------------------
002120 FD  ENT086 LABEL RECORD STANDARD
002130             BLOCK   CONTAINS    0 RECORDS
002140             RECORD  CONTAINS   80 CHARACTERS
002150             RECORDING MODE IS   F
002160             DATA RECORD ENT-JCO.
002170 01  ENT-JCO.
002180         10 TYP-JCO           PIC  X(01).
002190            88 JCO-FACTURE         VALUE 'F'.
002200            88 JCO-AVOIR           VALUE 'A'.
002210            88 JCO-PERTE           VALUE 'X'.
002220         10 MOIS-JCO          PIC  9(06).
002230         10 COD-COM-JCO       PIC  X(04).
002240         10 NUM-FACT-JCO      PIC  9(05).
002250         10 NUM-CMD-JCO       PIC  9(05).
002260         10 NUM-CLI-JCO       PIC  9(05).
002270         10 DAT-JCO           PIC  9(08).
002280         10 MNT-FACT-JCO      PIC S9(07)V99.
002290         10 MNT-BASE-JCO      PIC S9(09)V99.
002300         10 MNT-COM-JCO       PIC S9(07)V99.
002310         10                   PIC  X(17).
002320*----------------------------------------------------------------
002330*    JOURNAL DES PIECES COMMISSIONNEES (NOUVELLE GENERATION,
002340*    REMPLACE ENT086 AU PROCHAIN PASSAGE)
002350*----------------------------------------------------------------
002360 FD  ENT087 LABEL RECORD STANDARD
002370             BLOCK   CONTAINS    0 RECORDS
002380             RECORD  CONTAINS   80 CHARACTERS
002390             RECORDING MODE IS   F
002400             DATA RECORD ENT-JCN.
002410 01  ENT-JCN                PIC X(80).
002420*----------------------------------------------------------------
002430*    TOTAUX DES COMMISSIONS DU MOIS PAR COMMERCIAL (PAIE)
002440*----------------------------------------------------------------
002450 FD  ENT088 LABEL RECORD STANDARD
002460             BLOCK   CONTAINS    0 RECORDS
002470             RECORD  CONTAINS   80 CHARACTERS
002480             RECORDING MODE IS   F
002490             DATA RECORD ENT-PAI.
002500 01  ENT-PAI.
002510         10 COD-COM-PAI       PIC  X(04).
002520         10 MOIS-PAI          PIC  9(06).
002530         10 NOM-COM-PAI       PIC  X(30).
002540         10 NBR-PIECES-PAI    PIC  9(05).
002550         10 MNT-BASE-PAI      PIC S9(09)V99.
002560         10 MNT-COM-PAI       PIC S9(09)V99.
002570         10                   PIC  X(13).
002580*----------------------------------------------------------------
002590*    FICHIER DE TRI DES MOUVEMENTS DU MOIS (COMMERCIAL, FACTURE
002600*    PUIS NATURE : FACTURE, AVOIR, PERTE)
002610*----------------------------------------------------------------
002620 SD  TRI-COM.
002630 01  TRI-ENR.
002640         10 ORD-TRI           PIC  9(01).
002650         10 JCO-TRI.
002660            15 TYP-TRI        PIC  X(01).
002670            15 MOIS-TRI       PIC  9(06).
002680            15 COD-COM-TRI    PIC  X(04).
002690            15 NUM-FACT-TRI   PIC  9(05).
002700            15 NUM-CMD-TRI    PIC  9(05).
002710            15 NUM-CLI-TRI    PIC  9(05).
002720            15 DAT-TRI        PIC  9(08).
002730            15 MNT-FACT-TRI   PIC S9(07)V99.
002740            15 MNT-BASE-TRI   PIC S9(09)V99.
002750            15 MNT-COM-TRI    PIC S9(07)V99.
002760            15                PIC  X(17).
002770*================================================================
002780 WORKING-STORAGE SECTION.
002790*    ---
002800*
002810*   CONSTANTES :
002820 01 C-NOMPGM             PIC  X(08)   VALUE 'CalcCom'.
002830 01 C-NBR-MAX-TCO        PIC  9(05)   VALUE 500.
002840 01 C-NBR-MAX-JFA        PIC  9(05)   VALUE 10000.
002850 01 C-NBR-MAX-JAV        PIC  9(05)   VALUE 10000.
002860 01 C-NBR-MAX-JPR        PIC  9(05)   VALUE 5000.
002870 01 C-NBR-MAX-FAC        PIC  9(05)   VALUE 5000.
002880 01 C-NBR-MAX-MAP        PIC  9(05)   VALUE 10000.
002890 01 C-NBR-MAX-AVR        PIC  9(05)   VALUE 2000.
002900 01 C-NBR-MAX-PRT        PIC  9(05)   VALUE 1000.
002910*
002920*   DATE DE TRAITEMENT ET MOIS A TRAITER (PARM) :
002930 01 W-DATE-TRAITEMENT    PIC  9(08).
002940 01 W-MOIS-COM           PIC  9(06).
002950*
002960*   COMPTEURS ET TOTAUX DE L'ETAT DE CONTROLE :
002970 01 W-CPT-TAUX-LUS       PIC  9(07)    VALUE ZERO.
002980 01 W-CPT-JRN-REPRIS     PIC  9(07)    VALUE ZERO.
002990 01 W-CPT-JRN-RECALC     PIC  9(07)    VALUE ZERO.
003000 01 W-CPT-POSTES-LUS     PIC  9(07)    VALUE ZERO.
003010 01 W-CPT-SANS-COM       PIC  9(07)    VALUE ZERO.
003020 01 W-CPT-LIGNES-LUES    PIC  9(07)    VALUE ZERO.
003030 01 W-CPT-TAUX-ABS       PIC  9(07)    VALUE ZERO.
003040 01 W-CPT-PERTES-LUES    PIC  9(07)    VALUE ZERO.
003050 01 W-CPT-FAC-COM        PIC  9(07)    VALUE ZERO.
003060 01 W-CPT-AVR-COM        PIC  9(07)    VALUE ZERO.
003070 01 W-CPT-PRT-COM        PIC  9(07)    VALUE ZERO.
003080 01 W-CPT-COMMERCIAUX    PIC  9(07)    VALUE ZERO.
003090 01 W-TOT-COM            PIC S9(09)V99 VALUE ZERO.
003100*
003110*   TABLE DES TAUX DE COMMISSION (ENT084) :
003120 01 W-NBR-TCO            PIC  9(05)  COMP VALUE ZERO.
003130 01 W-TABLE-TCO.
003140    10 W-TCO OCCURS 1 TO 500 TIMES
003150          DEPENDING ON W-NBR-TCO
003160          INDEXED BY IND-TCO.
003170       15 W-TCO-COD      PIC  X(04).
003180       15 W-TCO-REF      PIC  X(15).
003190       15 W-TCO-TX       PIC  9V9(04).
003200       15 W-TCO-NOM      PIC  X(30).
003210*
003220*   FACTURES DEJA COMMISSIONNEES (JOURNAL, MOIS ANTERIEURS) :
003230 01 W-NBR-JFA            PIC  9(05)  COMP VALUE ZERO.
003240 01 W-TABLE-JFA.
003250    10 W-JFA OCCURS 1 TO 10000 TIMES
003260          DEPENDING ON W-NBR-JFA
003270          INDEXED BY IND-JFA.
003280       15 W-JFA-FACT     PIC  9(05).
003290       15 W-JFA-COD      PIC  X(04).
003300       15 W-JFA-CLI      PIC  9(05).
003310       15 W-JFA-BASE     PIC S9(09)V99.
003320       15 W-JFA-COM      PIC S9(07)V99.
003330*
003340*   AVOIRS DEJA DEDUITS (JOURNAL - COMMANDE ET DATE DE L'AVOIR) :
003350 01 W-NBR-JAV            PIC  9(05)  COMP VALUE ZERO.
003360 01 W-TABLE-JAV.
003370    10 W-JAV OCCURS 1 TO 10000 TIMES
003380          DEPENDING ON W-NBR-JAV
003390          INDEXED BY IND-JAV.
003400       15 W-JAV-CMD      PIC  9(05).
003410       15 W-JAV-DAT      PIC  9(08).
003420*
003430*   PERTES DEJA DEDUITES (JOURNAL - NUMERO DE FACTURE) :
003440 01 W-NBR-JPR            PIC  9(05)  COMP VALUE ZERO.
003450 01 W-TABLE-JPR.
003460    10 W-JPR PIC 9(05) OCCURS 1 TO 5000 TIMES
003470          DEPENDING ON W-NBR-JPR
003480          INDEXED BY IND-JPR.
003490*
003500*   FACTURES REGLEES A COMMISSIONNER CE MOIS :
003510 01 W-NBR-FAC            PIC  9(05)  COMP VALUE ZERO.
003520 01 W-TABLE-FAC.
003530    10 W-FAC OCCURS 1 TO 5000 TIMES
003540          DEPENDING ON W-NBR-FAC
003550          INDEXED BY IND-FAC.
003560       15 W-FAC-FACT     PIC  9(05).
003570       15 W-FAC-CMD      PIC  9(05).
003580       15 W-FAC-CLI      PIC  9(05).
003590       15 W-FAC-COD      PIC  X(04).
003600       15 W-FAC-DAT-RGL  PIC  9(08).
003610       15 W-FAC-MNT      PIC S9(07)V99.
003620       15 W-FAC-BASE     PIC S9(09)V99.
003630       15 W-FAC-COM      PIC S9(07)V99.
003640       15 W-FAC-NBR-LIG  PIC  9(05).
003650*
003660*   COMMANDES DES FACTURES COMMISSIONNEES (RATTACHEMENT DES
003670*   AVOIRS, QUI NE PORTENT QUE LE NUMERO DE COMMANDE) :
003680 01 W-NBR-MAP            PIC  9(05)  COMP VALUE ZERO.
003690 01 W-TABLE-MAP.
003700    10 W-MAP OCCURS 1 TO 10000 TIMES
003710          DEPENDING ON W-NBR-MAP
003720          INDEXED BY IND-MAP.
003730       15 W-MAP-CMD      PIC  9(05).
003740       15 W-MAP-FACT     PIC  9(05).
003750       15 W-MAP-COD      PIC  X(04).
003760       15 W-MAP-CLI      PIC  9(05).
003770*
003780*   AVOIRS A DEDUIRE CE MOIS (COMMANDE ET DATE DE L'AVOIR) :
003790 01 W-NBR-AVR            PIC  9(05)  COMP VALUE ZERO.
003800 01 W-TABLE-AVR.
003810    10 W-AVR OCCURS 1 TO 2000 TIMES
003820          DEPENDING ON W-NBR-AVR
003830          INDEXED BY IND-AVR.
003840       15 W-AVR-CMD      PIC  9(05).
003850       15 W-AVR-DAT      PIC  9(08).
003860       15 W-AVR-FACT     PIC  9(05).
003870       15 W-AVR-COD      PIC  X(04).
003880       15 W-AVR-CLI      PIC  9(05).
003890       15 W-AVR-MNT      PIC S9(07)V99.
003900       15 W-AVR-BASE     PIC S9(09)V99.
003910       15 W-AVR-COM      PIC S9(07)V99.
003920*
003930*   PERTES DEFINITIVES A DEDUIRE CE MOIS (PAR FACTURE) :
003940 01 W-NBR-PRT            PIC  9(05)  COMP VALUE ZERO.
003950 01 W-TABLE-PRT.
003960    10 W-PRT OCCURS 1 TO 1000 TIMES
003970          DEPENDING ON W-NBR-PRT
003980          INDEXED BY IND-PRT.
003990       15 W-PRT-FACT     PIC  9(05).
004000       15 W-PRT-CMD      PIC  9(05).
004010       15 W-PRT-CLI      PIC  9(05).
004020       15 W-PRT-COD      PIC  X(04).
004030       15 W-PRT-DAT      PIC  9(08).
004040       15 W-PRT-BASE     PIC S9(09)V99.
004050       15 W-PRT-COM      PIC S9(07)V99.
004060*
004070*   INDICE DE PARCOURS DES TABLES POUR LE TRI :
004080 01 W-IDX                PIC  9(05)  COMP.
004090*
004100*   ZONES DE CALCUL D'UNE LIGNE :
004110 01 W-COD-RECH           PIC  X(04).
004120 01 W-REF-RECH           PIC  X(15).
004130 01 W-TX-LIGNE           PIC  9V9(04).
004140 01 W-COM-LIGNE          PIC S9(07)V99.
004150 01 W-FACT-ORIG          PIC  9(05).
004160 01 W-COD-ORIG           PIC  X(04).
004170 01 W-CLI-ORIG           PIC  9(05).
004180 01 W-BASE-ORIG          PIC S9(09)V99.
004190 01 W-COM-ORIG           PIC S9(07)V99.
004200*
004210*   RUPTURE PAR COMMERCIAL DU RELEVE :
004220 01 W-COM-EN-COURS       PIC  X(04).
004230 01 W-NOM-COM            PIC  X(30).
004240 01 W-COM-NBR-PIECES     PIC  9(05).
004250 01 W-COM-BASE           PIC S9(09)V99.
004260 01 W-COM-TOTAL          PIC S9(09)V99.
004270*
004280*   ZONES D'EDITION :
004290 01 W-EDT-MNT            PIC -9(07).99.
004300 01 W-EDT-BASE           PIC -9(09).99.
004310 01 W-EDT-COM            PIC -9(07).99.
004320 01 W-EDT-TOT            PIC -9(09).99.
004330 01 W-EDT-TOT-COM        PIC -9(09).99.
004340*================================================================
004350 LOCAL-STORAGE SECTION.
004360*    ---
004370*
004380* VARIABLES DE CONTROLE DE FLUX.
004390 01                     PIC   X(02).
004400   88 TRT-OK               VALUE "OK".
004410   88 TRT-KO               VALUE "KO".
004420*
004430* FIN DU FICHIER DE TRI.
004440 01                     PIC   X(02).
004450   88 TRI-DISPONIBLE       VALUE "OK".
004460   88 TRI-EPUISE           VALUE "KO".
004470*
004480* PREMIER COMMERCIAL DU RELEVE.
004490 01                     PIC   X(02).
004500   88 PREMIER-COMMERCIAL   VALUE "OK".
004510   88 COMMERCIAL-OUVERT    VALUE "KO".
004520*
004530* RESULTAT DES RECHERCHES DANS LES TABLES.
004540 01                     PIC   X(02).
004550   88 ELEMENT-TROUVE       VALUE "OK".
004560   88 ELEMENT-ABSENT       VALUE "KO".
004570*
004571* FICHIER ENT010 OUVERT, A FERMER EN FIN.
004572 01                     PIC   X(02).
004573   88 ENT010-OUVERT        VALUE "OK".
004574   88 ENT010-FERME         VALUE "KO".
004575*
004576* FICHIER ENT087 OUVERT, A FERMER EN FIN.
004577 01                     PIC   X(02).
004578   88 ENT087-OUVERT        VALUE "OK".
004579   88 ENT087-FERME         VALUE "KO".
004580*
004581* FICHIER ENT088 OUVERT, A FERMER EN FIN.
004582 01                     PIC   X(02).
004583   88 ENT088-OUVERT        VALUE "OK".
004584   88 ENT088-FERME         VALUE "KO".
004585*
004586* FICHIER ENT031 OUVERT, A FERMER EN FIN.
004587 01                     PIC   X(02).
004588   88 ENT031-OUVERT        VALUE "OK".
004589   88 ENT031-FERME         VALUE "KO".
004590*
004591* FICHIER ENT032 OUVERT, A FERMER EN FIN.
004592 01                     PIC   X(02).
004593   88 ENT032-OUVERT        VALUE "OK".
004594   88 ENT032-FERME         VALUE "KO".
004595*
004596 01 W-STATUS.
004597   10 FS-ENT010         PIC   X(02).
004600      88 FS-ENT010-OK      VALUE "00".
004620   10 FS-ENT031         PIC   X(02).
004630      88 FS-ENT031-OK      VALUE "00".
004640      88 FIN-ENT031        VALUE "10".
004650   10 FS-ENT032         PIC   X(02).
004660      88 FS-ENT032-OK      VALUE "00".
004670      88 FIN-ENT032        VALUE "10".
004680   10 FS-ENT068         PIC   X(02).
004690      88 FS-ENT068-OK      VALUE "00".
004700      88 FS-ENT068-ABS     VALUE "05".
004710      88 FIN-ENT068        VALUE "10".
004720   10 FS-ENT084         PIC   X(02).
004730      88 FS-ENT084-OK      VALUE "00".
004740      88 FIN-ENT084        VALUE "10".
004750   10 FS-ENT085         PIC   X(02).
004760      88 FS-ENT085-OK      VALUE "00".
004770   10 FS-ENT086         PIC   X(02).
004780      88 FS-ENT086-OK      VALUE "00".
004790      88 FS-ENT086-ABS     VALUE "05".
004800      88 FIN-ENT086        VALUE "10".
004810   10 FS-ENT087         PIC   X(02).
004820      88 FS-ENT087-OK      VALUE "00".
004830   10 FS-ENT088         PIC   X(02).
004840      88 FS-ENT088-OK      VALUE "00".
004850*================================================================
004860 LINKAGE SECTION.
004870*    ---
004880*
004890*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
004900*     COL. 1 A 6  MOIS DES COMMISSIONS (AAAAMM, OBLIGATOIRE) :
004910 01 W-PARM-EXEC.
004920    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
004930    05 W-PARM-EXEC-TXT   PIC X(20).
004940*================================================================
004950 PROCEDURE DIVISION USING W-PARM-EXEC.
004960*    ---------------------
004970*
004980     PERFORM DEBUT THRU DEBUT-EXIT.
004990     IF TRT-OK
005000        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
005010     END-IF.
005020     PERFORM FIN THRU FIN-EXIT.
005030     STOP RUN.
005040*================================================================
005050*    INITIALISATIONS DE DEBUT DE TRAITEMENT
005060*================================================================
005070 DEBUT.
005080     SET TRT-OK TO TRUE.
005083     SET ENT010-FERME ENT087-FERME ENT088-FERME ENT031-FERME
005086        ENT032-FERME TO TRUE.
005090     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
005100     OPEN OUTPUT ENT085.
005110     IF NOT FS-ENT085-OK
005120        SET TRT-KO TO TRUE
005130        GO TO DEBUT-EXIT
005140     END-IF.
005150     IF W-PARM-EXEC-LNG LESS THAN 6
005160        OR W-PARM-EXEC-TXT (1:6) NOT NUMERIC
005170          MOVE SPACES TO LIGNE-COM
005180          STRING 'ERREUR - PARM - MOIS DES COMMISSIONS (AAAAMM)'
005190                 ' ABSENT OU NON NUMERIQUE - ARRET'
005200                 DELIMITED BY SIZE INTO LIGNE-COM
005210          END-STRING
005220          WRITE LIGNE-COM
005230          SET TRT-KO TO TRUE
005240          GO TO DEBUT-EXIT
005250     END-IF.
005260     MOVE W-PARM-EXEC-TXT (1:6) TO W-MOIS-COM.
005270     MOVE SPACES TO LIGNE-COM.
005280     STRING 'RELEVE DES COMMISSIONS DES COMMERCIAUX - '
005290            C-NOMPGM ' DU ' W-DATE-TRAITEMENT
005300            ' - MOIS ' W-MOIS-COM
005310            DELIMITED BY SIZE INTO LIGNE-COM
005320     END-STRING.
005330     WRITE LIGNE-COM.
005340     MOVE SPACES TO LIGNE-COM.
005350     WRITE LIGNE-COM.
005360     OPEN INPUT ENT010.
005370     IF NOT FS-ENT010-OK
005380        MOVE SPACES TO LIGNE-COM
005390        STRING 'ERREUR - ENT010 - FICHIER CLIENTS ILLISIBLE'
005400               ' (STATUT ' FS-ENT010 ') - ARRET'
005410               DELIMITED BY SIZE INTO LIGNE-COM
005420        END-STRING
005430        WRITE LIGNE-COM
005440        SET TRT-KO TO TRUE
005450        GO TO DEBUT-EXIT
005460     END-IF.
005465     SET ENT010-OUVERT TO TRUE.
005470     PERFORM CHARGE-TABLE-TAUX THRU CHARGE-TABLE-TAUX-EXIT.
005480     IF TRT-KO
005490        GO TO DEBUT-EXIT
005500     END-IF.
005510     OPEN OUTPUT ENT087.
005520     IF NOT FS-ENT087-OK
005530        SET TRT-KO TO TRUE
005540        GO TO DEBUT-EXIT
005550     END-IF.
005555     SET ENT087-OUVERT TO TRUE.
005560     PERFORM CHARGE-JOURNAL THRU CHARGE-JOURNAL-EXIT.
005570     IF TRT-KO
005580        GO TO DEBUT-EXIT
005590     END-IF.
005600     OPEN OUTPUT ENT088.
005610     IF NOT FS-ENT088-OK
005620        SET TRT-KO TO TRUE
005630        GO TO DEBUT-EXIT
005640     END-IF.
005645     SET ENT088-OUVERT TO TRUE.
005650     OPEN INPUT ENT031.
005660     IF NOT FS-ENT031-OK
005670        MOVE SPACES TO LIGNE-COM
005680        STRING 'ERREUR - ENT031 - POSTES OUVERTS ILLISIBLES'
005690               ' (STATUT ' FS-ENT031 ') - ARRET'
005700               DELIMITED BY SIZE INTO LIGNE-COM
005710        END-STRING
005720        WRITE LIGNE-COM
005730        SET TRT-KO TO TRUE
005740        GO TO DEBUT-EXIT
005750     END-IF.
005755     SET ENT031-OUVERT TO TRUE.
005760     OPEN INPUT ENT032.
005770     IF NOT FS-ENT032-OK
005780        MOVE SPACES TO LIGNE-COM
005790        STRING 'ERREUR - ENT032 - DETAIL ILLISIBLE (STATUT '
005800               FS-ENT032 ') - ARRET'
005810               DELIMITED BY SIZE INTO LIGNE-COM
005820        END-STRING
005830        WRITE LIGNE-COM
005840        SET TRT-KO TO TRUE
005850        GO TO DEBUT-EXIT
005860     END-IF.
005865     SET ENT032-OUVERT TO TRUE.
005870 DEBUT-EXIT.
005880        EXIT.
005890*----------------------------------------------------------------
005900*    CHARGEMENT DE LA TABLE DES TAUX DE COMMISSION (ENT084)
005910*----------------------------------------------------------------
005920 CHARGE-TABLE-TAUX.
005930     OPEN INPUT ENT084.
005940     IF NOT FS-ENT084-OK
005950        MOVE SPACES TO LIGNE-COM
005960        STRING 'ERREUR - ENT084 - TABLE DES TAUX DE COMMISSION'
005970               ' ABSENTE OU ILLISIBLE (STATUT ' FS-ENT084
005980               ') - ARRET'
005990               DELIMITED BY SIZE INTO LIGNE-COM
006000        END-STRING
006010        WRITE LIGNE-COM
006020        SET TRT-KO TO TRUE
006030        GO TO CHARGE-TABLE-TAUX-EXIT
006040     END-IF.
006050     PERFORM LIT-UN-TAUX THRU LIT-UN-TAUX-EXIT
006060             UNTIL FIN-ENT084.
006070     CLOSE ENT084.
006080 CHARGE-TABLE-TAUX-EXIT.
006090        EXIT.
006100*----------------------------------------------------------------
006110 LIT-UN-TAUX.
006120     READ ENT084
006130        AT END
006140           SET FIN-ENT084 TO TRUE
006150           GO TO LIT-UN-TAUX-EXIT
006160     END-READ.
006170     ADD 1 TO W-CPT-TAUX-LUS.
006180     IF COD-COM-TCO = SPACES
006190        OR TX-COM-TCO NOT NUMERIC
006200          MOVE SPACES TO LIGNE-COM
006210          STRING 'AVIS - ENT084 - TAUX IGNORE (CODE A BLANC OU'
006220                 ' TAUX NON NUMERIQUE) : ' COD-COM-TCO ' '
006230                 REF-PDT-TCO ' ' TX-COM-TCO
006240                 DELIMITED BY SIZE INTO LIGNE-COM
006250          END-STRING
006260          WRITE LIGNE-COM
006270          GO TO LIT-UN-TAUX-EXIT
006280     END-IF.
006290     IF W-NBR-TCO NOT LESS THAN C-NBR-MAX-TCO
006300        MOVE SPACES TO LIGNE-COM
006310        STRING 'AVIS - ENT084 - PLAFOND DE ' C-NBR-MAX-TCO
006320               ' TAUX ATTEINT - TAUX ' COD-COM-TCO ' '
006330               REF-PDT-TCO ' IGNORE'
006340               DELIMITED BY SIZE INTO LIGNE-COM
006350        END-STRING
006360        WRITE LIGNE-COM
006370        GO TO LIT-UN-TAUX-EXIT
006380     END-IF.
006390     ADD 1 TO W-NBR-TCO.
006400     MOVE COD-COM-TCO  TO W-TCO-COD (W-NBR-TCO).
006410     MOVE REF-PDT-TCO  TO W-TCO-REF (W-NBR-TCO).
006420     MOVE TX-COM-TCO-N TO W-TCO-TX  (W-NBR-TCO).
006430     MOVE NOM-COM-TCO  TO W-TCO-NOM (W-NBR-TCO).
006440 LIT-UN-TAUX-EXIT.
006450        EXIT.
006460*----------------------------------------------------------------
006470*    REPRISE DU JOURNAL DES PIECES COMMISSIONNEES : LES MOIS
006480*    ANTERIEURS SONT RECOPIES DANS LA NOUVELLE GENERATION ET
006490*    CHARGES EN TABLE, LE MOIS TRAITE EST RECALCULE, UN MOIS
006500*    POSTERIEUR ARRETE LE TRAITEMENT
006510*----------------------------------------------------------------
006520 CHARGE-JOURNAL.
006530     OPEN INPUT ENT086.
006540     IF NOT FS-ENT086-OK AND NOT FS-ENT086-ABS
006550        MOVE SPACES TO LIGNE-COM
006560        STRING 'ERREUR - ENT086 - JOURNAL DES COMMISSIONS'
006570               ' ILLISIBLE (STATUT ' FS-ENT086 ') - ARRET'
006580               DELIMITED BY SIZE INTO LIGNE-COM
006590        END-STRING
006600        WRITE LIGNE-COM
006610        SET TRT-KO TO TRUE
006620        GO TO CHARGE-JOURNAL-EXIT
006630     END-IF.
006640     PERFORM LIT-UN-JOURNAL THRU LIT-UN-JOURNAL-EXIT
006650             UNTIL FIN-ENT086 OR TRT-KO.
006660     CLOSE ENT086.
006670 CHARGE-JOURNAL-EXIT.
006680        EXIT.
006690*----------------------------------------------------------------
006700 LIT-UN-JOURNAL.
006710     READ ENT086
006720        AT END
006730           SET FIN-ENT086 TO TRUE
006740           GO TO LIT-UN-JOURNAL-EXIT
006750     END-READ.
006760     IF MOIS-JCO > W-MOIS-COM
006770        MOVE SPACES TO LIGNE-COM
006780        STRING 'ERREUR - ENT086 - COMMISSIONS DU MOIS ' MOIS-JCO
006790               ' DEJA CALCULEES - MOIS ' W-MOIS-COM
006800               ' NON RECALCULABLE - ARRET'
006810               DELIMITED BY SIZE INTO LIGNE-COM
006820        END-STRING
006830        WRITE LIGNE-COM
006840        SET TRT-KO TO TRUE
006850        GO TO LIT-UN-JOURNAL-EXIT
006860     END-IF.
006870     IF MOIS-JCO = W-MOIS-COM
006880        ADD 1 TO W-CPT-JRN-RECALC
006890        GO TO LIT-UN-JOURNAL-EXIT
006900     END-IF.
006910     ADD 1 TO W-CPT-JRN-REPRIS.
006920     MOVE ENT-JCO TO ENT-JCN.
006930     WRITE ENT-JCN.
006940     IF JCO-FACTURE
006950        IF W-NBR-JFA LESS THAN C-NBR-MAX-JFA
006960           ADD 1 TO W-NBR-JFA
006970           MOVE NUM-FACT-JCO TO W-JFA-FACT (W-NBR-JFA)
006980           MOVE COD-COM-JCO  TO W-JFA-COD  (W-NBR-JFA)
006990           MOVE NUM-CLI-JCO  TO W-JFA-CLI  (W-NBR-JFA)
007000           MOVE MNT-BASE-JCO TO W-JFA-BASE (W-NBR-JFA)
007010           MOVE MNT-COM-JCO  TO W-JFA-COM  (W-NBR-JFA)
007020        ELSE
007030           PERFORM AVISE-PLAFOND-JOURNAL
007040                   THRU AVISE-PLAFOND-JOURNAL-EXIT
007050        END-IF
007060     END-IF.
007070     IF JCO-AVOIR
007080        IF W-NBR-JAV LESS THAN C-NBR-MAX-JAV
007090           ADD 1 TO W-NBR-JAV
007100           MOVE NUM-CMD-JCO TO W-JAV-CMD (W-NBR-JAV)
007110           MOVE DAT-JCO     TO W-JAV-DAT (W-NBR-JAV)
007120        ELSE
007130           PERFORM AVISE-PLAFOND-JOURNAL
007140                   THRU AVISE-PLAFOND-JOURNAL-EXIT
007150        END-IF
007160     END-IF.
007170     IF JCO-PERTE
007180        IF W-NBR-JPR LESS THAN C-NBR-MAX-JPR
007190           ADD 1 TO W-NBR-JPR
007200           MOVE NUM-FACT-JCO TO W-JPR (W-NBR-JPR)
007210        ELSE
007220           PERFORM AVISE-PLAFOND-JOURNAL
007230                   THRU AVISE-PLAFOND-JOURNAL-EXIT
007240        END-IF
007250     END-IF.
007260 LIT-UN-JOURNAL-EXIT.
007270        EXIT.
007280*----------------------------------------------------------------
007290*    UNE TABLE DU JOURNAL SATUREE EMPECHERAIT DE RECONNAITRE LES
007300*    PIECES DEJA COMMISSIONNEES : ARRET
007310*----------------------------------------------------------------
007320 AVISE-PLAFOND-JOURNAL.
007330     MOVE SPACES TO LIGNE-COM.
007340     STRING 'ERREUR - ENT086 - PLAFOND DE LA TABLE DU JOURNAL'
007350            ' ATTEINT (TYPE ' TYP-JCO ') - ARRET'
007360            DELIMITED BY SIZE INTO LIGNE-COM
007370     END-STRING.
007380     WRITE LIGNE-COM.
007390     SET TRT-KO TO TRUE.
007400 AVISE-PLAFOND-JOURNAL-EXIT.
007410        EXIT.
007420*================================================================
007430*    TRAITEMENT PRINCIPAL - FACTURES REGLEES, LIGNES DE DETAIL,
007440*    PERTES, PUIS TRI ET EDITION DES RELEVES PAR COMMERCIAL
007450*================================================================
007460 TRAITEMENT.
007470     PERFORM LIT-UN-POSTE THRU LIT-UN-POSTE-EXIT
007480             UNTIL FIN-ENT031.
007490     PERFORM LIT-DETAIL THRU LIT-DETAIL-EXIT
007500             UNTIL FIN-ENT032.
007510     PERFORM CHARGE-PERTES THRU CHARGE-PERTES-EXIT.
007520     PERFORM SIGNALE-SANS-DETAIL THRU SIGNALE-SANS-DETAIL-EXIT
007530             VARYING W-IDX FROM 1 BY 1
007540             UNTIL W-IDX > W-NBR-FAC.
007550     SORT TRI-COM
007560          ON ASCENDING KEY COD-COM-TRI
007570                           NUM-FACT-TRI
007580                           ORD-TRI
007590          INPUT PROCEDURE IS LIBERE-MOUVEMENTS
007600                          THRU LIBERE-MOUVEMENTS-EXIT
007610          OUTPUT PROCEDURE IS EDITE-RELEVES
007620                           THRU EDITE-RELEVES-EXIT.
007630 TRAITEMENT-EXIT.
007640        EXIT.
007650*----------------------------------------------------------------
007660*    FACTURE ENTIEREMENT REGLEE AU PLUS TARD DANS LE MOIS ET NON
007670*    ENCORE COMMISSIONNEE : RETENUE AVEC LE COMMERCIAL ACTUEL DU
007680*    CLIENT
007690*----------------------------------------------------------------
007700 LIT-UN-POSTE.
007710     READ ENT031
007720        AT END
007730           SET FIN-ENT031 TO TRUE
007740           GO TO LIT-UN-POSTE-EXIT
007750     END-READ.
007760     ADD 1 TO W-CPT-POSTES-LUS.
007770     IF NOT LET-FACTURE OR NOT LET-PAYEE
007780        OR DAT-RGL-LET (1:6) > W-MOIS-COM
007790          GO TO LIT-UN-POSTE-EXIT
007800     END-IF.
007810     IF NUM-FACT-LET NOT NUMERIC OR NUM-FACT-LET = ZERO
007820        GO TO LIT-UN-POSTE-EXIT
007830     END-IF.
007840     SET ELEMENT-ABSENT TO TRUE.
007850     IF W-NBR-JFA > ZERO
007860        SET IND-JFA TO 1
007870        SEARCH W-JFA
007880           AT END
007890              CONTINUE
007900           WHEN W-JFA-FACT (IND-JFA) = NUM-FACT-LET
007910              SET ELEMENT-TROUVE TO TRUE
007920        END-SEARCH
007930     END-IF.
007940     IF ELEMENT-TROUVE
007950        GO TO LIT-UN-POSTE-EXIT
007960     END-IF.
007970     MOVE NUM-CLI-LET TO NUM-CLI.
007980     READ ENT010
007990        INVALID KEY
008000           MOVE SPACES TO COD-COM-CLI
008010     END-READ.
008020     IF COD-COM-CLI = SPACES
008030        ADD 1 TO W-CPT-SANS-COM
008040        MOVE SPACES TO LIGNE-COM
008050        STRING 'AVIS - FACTURE ' NUM-FACT-LET ' CLIENT '
008060               NUM-CLI-LET ' REGLEE LE ' DAT-RGL-LET
008070               ' - CLIENT SANS COMMERCIAL - NON COMMISSIONNEE'
008080               DELIMITED BY SIZE INTO LIGNE-COM
008090        END-STRING
008100        WRITE LIGNE-COM
008110        GO TO LIT-UN-POSTE-EXIT
008120     END-IF.
008130     IF W-NBR-FAC NOT LESS THAN C-NBR-MAX-FAC
008140        MOVE SPACES TO LIGNE-COM
008150        STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-FAC
008160               ' FACTURES ATTEINT - FACTURE ' NUM-FACT-LET
008170               ' REPORTEE AU PROCHAIN CALCUL'
008180               DELIMITED BY SIZE INTO LIGNE-COM
008190        END-STRING
008200        WRITE LIGNE-COM
008210        GO TO LIT-UN-POSTE-EXIT
008220     END-IF.
008230     ADD 1 TO W-NBR-FAC.
008240     MOVE NUM-FACT-LET TO W-FAC-FACT    (W-NBR-FAC).
008250     MOVE NUM-CMD-LET  TO W-FAC-CMD     (W-NBR-FAC).
008260     MOVE NUM-CLI-LET  TO W-FAC-CLI     (W-NBR-FAC).
008270     MOVE COD-COM-CLI  TO W-FAC-COD     (W-NBR-FAC).
008280     MOVE DAT-RGL-LET  TO W-FAC-DAT-RGL (W-NBR-FAC).
008290     MOVE MNT-FACT-LET TO W-FAC-MNT     (W-NBR-FAC).
008300     MOVE ZERO         TO W-FAC-BASE    (W-NBR-FAC)
008310                          W-FAC-COM     (W-NBR-FAC)
008320                          W-FAC-NBR-LIG (W-NBR-FAC).
008330 LIT-UN-POSTE-EXIT.
008340        EXIT.
008350*----------------------------------------------------------------
008360*    LIGNE DE FACTURE : COMMISSION SI LA FACTURE EST RETENUE CE
008370*    MOIS, COMMANDE NOTEE SI LA FACTURE EST COMMISSIONNEE ;
008380*    LIGNE D'AVOIR : DEDUCTION SI SA COMMANDE EST COMMISSIONNEE
008390*----------------------------------------------------------------
008400 LIT-DETAIL.
008410     READ ENT032
008420        AT END
008430           SET FIN-ENT032 TO TRUE
008440           GO TO LIT-DETAIL-EXIT
008450     END-READ.
008460     ADD 1 TO W-CPT-LIGNES-LUES.
008470     IF DET-FACTURE
008480        PERFORM TRAITE-LIGNE-FACTURE
008490                THRU TRAITE-LIGNE-FACTURE-EXIT
008500     END-IF.
008510     IF DET-AVOIR
008520        PERFORM TRAITE-LIGNE-AVOIR THRU TRAITE-LIGNE-AVOIR-EXIT
008530     END-IF.
008540 LIT-DETAIL-EXIT.
008550        EXIT.
008560*----------------------------------------------------------------
008570 TRAITE-LIGNE-FACTURE.
008580     IF NUM-FACT-DET NOT NUMERIC OR NUM-FACT-DET = ZERO
008590        GO TO TRAITE-LIGNE-FACTURE-EXIT
008600     END-IF.
008610     SET ELEMENT-ABSENT TO TRUE.
008620     IF W-NBR-FAC > ZERO
008630        SET IND-FAC TO 1
008640        SEARCH W-FAC
008650           AT END
008660              CONTINUE
008670           WHEN W-FAC-FACT (IND-FAC) = NUM-FACT-DET
008680              SET ELEMENT-TROUVE TO TRUE
008690        END-SEARCH
008700     END-IF.
008710     IF ELEMENT-TROUVE
008720        MOVE W-FAC-COD (IND-FAC) TO W-COD-RECH
008730        PERFORM CHERCHE-TAUX THRU CHERCHE-TAUX-EXIT
008740        ADD 1           TO W-FAC-NBR-LIG (IND-FAC)
008750        ADD MNT-HT-DET  TO W-FAC-BASE (IND-FAC)
008760        ADD W-COM-LIGNE TO W-FAC-COM  (IND-FAC)
008770        MOVE W-FAC-COD (IND-FAC) TO W-COD-ORIG
008780        MOVE W-FAC-CLI (IND-FAC) TO W-CLI-ORIG
008790        PERFORM NOTE-COMMANDE THRU NOTE-COMMANDE-EXIT
008800        GO TO TRAITE-LIGNE-FACTURE-EXIT
008810     END-IF.
008820     IF W-NBR-JFA > ZERO
008830        SET IND-JFA TO 1
008840        SEARCH W-JFA
008850           AT END
008860              CONTINUE
008870           WHEN W-JFA-FACT (IND-JFA) = NUM-FACT-DET
008880              SET ELEMENT-TROUVE TO TRUE
008890        END-SEARCH
008900     END-IF.
008910     IF ELEMENT-TROUVE
008920        MOVE W-JFA-COD (IND-JFA) TO W-COD-ORIG
008930        MOVE W-JFA-CLI (IND-JFA) TO W-CLI-ORIG
008940        PERFORM NOTE-COMMANDE THRU NOTE-COMMANDE-EXIT
008950     END-IF.
008960 TRAITE-LIGNE-FACTURE-EXIT.
008970        EXIT.
008980*----------------------------------------------------------------
008990*    COMMANDE D'UNE FACTURE COMMISSIONNEE (UNE FACTURE
009000*    RECAPITULATIVE PORTE PLUSIEURS COMMANDES)
009010*----------------------------------------------------------------
009020 NOTE-COMMANDE.
009030     IF W-NBR-MAP > ZERO
009040        SET IND-MAP TO 1
009050        SEARCH W-MAP
009060           AT END
009070              CONTINUE
009080           WHEN W-MAP-CMD (IND-MAP) = NUM-CMD-DET
009090              GO TO NOTE-COMMANDE-EXIT
009100        END-SEARCH
009110     END-IF.
009120     IF W-NBR-MAP NOT LESS THAN C-NBR-MAX-MAP
009130        MOVE SPACES TO LIGNE-COM
009140        STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-MAP
009150               ' COMMANDES ATTEINT - AVOIRS DE LA COMMANDE '
009160               NUM-CMD-DET ' NON DEDUITS'
009170               DELIMITED BY SIZE INTO LIGNE-COM
009180        END-STRING
009190        WRITE LIGNE-COM
009200        GO TO NOTE-COMMANDE-EXIT
009210     END-IF.
009220     ADD 1 TO W-NBR-MAP.
009230     MOVE NUM-CMD-DET  TO W-MAP-CMD  (W-NBR-MAP).
009240     MOVE NUM-FACT-DET TO W-MAP-FACT (W-NBR-MAP).
009250     MOVE W-COD-ORIG   TO W-MAP-COD  (W-NBR-MAP).
009260     MOVE W-CLI-ORIG   TO W-MAP-CLI  (W-NBR-MAP).
009270 NOTE-COMMANDE-EXIT.
009280        EXIT.
009290*----------------------------------------------------------------
009300*    LIGNE D'AVOIR EMIS AU PLUS TARD DANS LE MOIS, NON ENCORE
009310*    DEDUIT, SUR UNE COMMANDE DONT LA FACTURE EST COMMISSIONNEE :
009320*    COMMISSION DEDUITE AU TAUX DU COMMERCIAL DE LA FACTURE
009330*----------------------------------------------------------------
009340 TRAITE-LIGNE-AVOIR.
009350     IF DAT-TRT-DET (1:6) > W-MOIS-COM
009360        GO TO TRAITE-LIGNE-AVOIR-EXIT
009370     END-IF.
009380     IF W-NBR-JAV > ZERO
009390        SET IND-JAV TO 1
009400        SEARCH W-JAV
009410           AT END
009420              CONTINUE
009430           WHEN W-JAV-CMD (IND-JAV) = NUM-CMD-DET
009440            AND W-JAV-DAT (IND-JAV) = DAT-TRT-DET
009450              GO TO TRAITE-LIGNE-AVOIR-EXIT
009460        END-SEARCH
009470     END-IF.
009480     SET ELEMENT-ABSENT TO TRUE.
009490     IF W-NBR-MAP > ZERO
009500        SET IND-MAP TO 1
009510        SEARCH W-MAP
009520           AT END
009530              CONTINUE
009540           WHEN W-MAP-CMD (IND-MAP) = NUM-CMD-DET
009550              SET ELEMENT-TROUVE TO TRUE
009560        END-SEARCH
009570     END-IF.
009580     IF ELEMENT-ABSENT
009590        GO TO TRAITE-LIGNE-AVOIR-EXIT
009600     END-IF.
009610     MOVE W-MAP-COD (IND-MAP) TO W-COD-RECH.
009620     PERFORM CHERCHE-TAUX THRU CHERCHE-TAUX-EXIT.
009630     SET ELEMENT-ABSENT TO TRUE.
009640     IF W-NBR-AVR > ZERO
009650        SET IND-AVR TO 1
009660        SEARCH W-AVR
009670           AT END
009680              CONTINUE
009690           WHEN W-AVR-CMD (IND-AVR) = NUM-CMD-DET
009700            AND W-AVR-DAT (IND-AVR) = DAT-TRT-DET
009710              SET ELEMENT-TROUVE TO TRUE
009720        END-SEARCH
009730     END-IF.
009740     IF ELEMENT-ABSENT
009750        IF W-NBR-AVR NOT LESS THAN C-NBR-MAX-AVR
009760           MOVE SPACES TO LIGNE-COM
009770           STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-AVR
009780                  ' AVOIRS ATTEINT - AVOIR DE LA COMMANDE '
009790                  NUM-CMD-DET ' DU ' DAT-TRT-DET
009800                  ' REPORTE AU PROCHAIN CALCUL'
009810                  DELIMITED BY SIZE INTO LIGNE-COM
009820           END-STRING
009830           WRITE LIGNE-COM
009840           GO TO TRAITE-LIGNE-AVOIR-EXIT
009850        END-IF
009860        ADD 1 TO W-NBR-AVR
009870        SET IND-AVR TO W-NBR-AVR
009880        MOVE NUM-CMD-DET         TO W-AVR-CMD  (IND-AVR)
009890        MOVE DAT-TRT-DET         TO W-AVR-DAT  (IND-AVR)
009900        MOVE W-MAP-FACT (IND-MAP) TO W-AVR-FACT (IND-AVR)
009910        MOVE W-MAP-COD (IND-MAP) TO W-AVR-COD  (IND-AVR)
009920        MOVE W-MAP-CLI (IND-MAP) TO W-AVR-CLI  (IND-AVR)
009930        MOVE ZERO                TO W-AVR-MNT  (IND-AVR)
009940                                    W-AVR-BASE (IND-AVR)
009950                                    W-AVR-COM  (IND-AVR)
009960     END-IF.
009970     ADD MNT-TTC-DET TO W-AVR-MNT  (IND-AVR).
009980     ADD MNT-HT-DET  TO W-AVR-BASE (IND-AVR).
009990     ADD W-COM-LIGNE TO W-AVR-COM  (IND-AVR).
010000 TRAITE-LIGNE-AVOIR-EXIT.
010010        EXIT.
010020*----------------------------------------------------------------
010030*    TAUX DE LA LIGNE : TAUX DU COMMERCIAL POUR LA REFERENCE,
010040*    A DEFAUT SON TAUX GENERAL, A DEFAUT ZERO (SIGNALE)
010050*----------------------------------------------------------------
010060 CHERCHE-TAUX.
010070     MOVE ZERO TO W-TX-LIGNE.
010080     MOVE REF-PDT-DET TO W-REF-RECH.
010090     SET ELEMENT-ABSENT TO TRUE.
010100     IF W-NBR-TCO > ZERO
010110        SET IND-TCO TO 1
010120        SEARCH W-TCO
010130           AT END
010140              CONTINUE
010150           WHEN W-TCO-COD (IND-TCO) = W-COD-RECH
010160            AND W-TCO-REF (IND-TCO) = W-REF-RECH
010170              SET ELEMENT-TROUVE TO TRUE
010180        END-SEARCH
010190     END-IF.
010200     IF ELEMENT-ABSENT AND W-NBR-TCO > ZERO
010210        MOVE SPACES TO W-REF-RECH
010220        SET IND-TCO TO 1
010230        SEARCH W-TCO
010240           AT END
010250              CONTINUE
010260           WHEN W-TCO-COD (IND-TCO) = W-COD-RECH
010270            AND W-TCO-REF (IND-TCO) = W-REF-RECH
010280              SET ELEMENT-TROUVE TO TRUE
010290        END-SEARCH
010300     END-IF.
010310     IF ELEMENT-TROUVE
010320        MOVE W-TCO-TX (IND-TCO) TO W-TX-LIGNE
010330     ELSE
010340        ADD 1 TO W-CPT-TAUX-ABS
010350        MOVE SPACES TO LIGNE-COM
010360        STRING 'AVIS - COMMERCIAL ' W-COD-RECH
010370               ' SANS TAUX POUR LA REFERENCE ' REF-PDT-DET
010380               ' NI TAUX GENERAL - COMMANDE ' NUM-CMD-DET
010390               ' - LIGNE A TAUX ZERO'
010400               DELIMITED BY SIZE INTO LIGNE-COM
010410        END-STRING
010420        WRITE LIGNE-COM
010430     END-IF.
010440     COMPUTE W-COM-LIGNE ROUNDED = MNT-HT-DET * W-TX-LIGNE.
010450 CHERCHE-TAUX-EXIT.
010460        EXIT.
010470*----------------------------------------------------------------
010480*    PERTES DEFINITIVES COMPTABILISEES AU PLUS TARD DANS LE MOIS
010490*    SUR DES FACTURES COMMISSIONNEES (FICHIER FACULTATIF) : LA
010500*    COMMISSION EST DEDUITE AU PRORATA DE LA BASE PERDUE
010510*----------------------------------------------------------------
010520 CHARGE-PERTES.
010530     OPEN INPUT ENT068.
010540     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
010550        MOVE SPACES TO LIGNE-COM
010560        STRING 'AVIS - ENT068 - CUMUL DES PERTES ILLISIBLE'
010570               ' (STATUT ' FS-ENT068 ') - PERTES NON DEDUITES'
010580               DELIMITED BY SIZE INTO LIGNE-COM
010590        END-STRING
010600        WRITE LIGNE-COM
010610        GO TO CHARGE-PERTES-EXIT
010620     END-IF.
010630     PERFORM LIT-UNE-PERTE THRU LIT-UNE-PERTE-EXIT
010640             UNTIL FIN-ENT068.
010650     CLOSE ENT068.
010660 CHARGE-PERTES-EXIT.
010670        EXIT.
010680*----------------------------------------------------------------
010690 LIT-UNE-PERTE.
010700     READ ENT068
010710        AT END
010720           SET FIN-ENT068 TO TRUE
010730           GO TO LIT-UNE-PERTE-EXIT
010740     END-READ.
010750     ADD 1 TO W-CPT-PERTES-LUES.
010760     IF NOT PRT-PERTE
010770        OR DAT-COMPTA-PRT (1:6) > W-MOIS-COM
010780          GO TO LIT-UNE-PERTE-EXIT
010790     END-IF.
010800     IF W-NBR-JPR > ZERO
010810        SET IND-JPR TO 1
010820        SEARCH W-JPR
010830           AT END
010840              CONTINUE
010850           WHEN W-JPR (IND-JPR) = NUM-FACT-PRT
010860              GO TO LIT-UNE-PERTE-EXIT
010870        END-SEARCH
010880     END-IF.
010890     PERFORM CHERCHE-FACTURE-COM THRU CHERCHE-FACTURE-COM-EXIT.
010900     IF ELEMENT-ABSENT OR W-BASE-ORIG = ZERO
010910        GO TO LIT-UNE-PERTE-EXIT
010920     END-IF.
010930     COMPUTE W-COM-LIGNE ROUNDED =
010940             ZERO - (MNT-HT-PRT * W-COM-ORIG / W-BASE-ORIG).
010950     SET ELEMENT-ABSENT TO TRUE.
010960     IF W-NBR-PRT > ZERO
010970        SET IND-PRT TO 1
010980        SEARCH W-PRT
010990           AT END
011000              CONTINUE
011010           WHEN W-PRT-FACT (IND-PRT) = NUM-FACT-PRT
011020              SET ELEMENT-TROUVE TO TRUE
011030        END-SEARCH
011040     END-IF.
011050     IF ELEMENT-ABSENT
011060        IF W-NBR-PRT NOT LESS THAN C-NBR-MAX-PRT
011070           MOVE SPACES TO LIGNE-COM
011080           STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-PRT
011090                  ' PERTES ATTEINT - PERTE SUR FACTURE '
011100                  NUM-FACT-PRT ' REPORTEE AU PROCHAIN CALCUL'
011110                  DELIMITED BY SIZE INTO LIGNE-COM
011120           END-STRING
011130           WRITE LIGNE-COM
011140           GO TO LIT-UNE-PERTE-EXIT
011150        END-IF
011160        ADD 1 TO W-NBR-PRT
011170        SET IND-PRT TO W-NBR-PRT
011180        MOVE NUM-FACT-PRT   TO W-PRT-FACT (IND-PRT)
011190        MOVE NUM-CMD-PRT    TO W-PRT-CMD  (IND-PRT)
011200        MOVE W-CLI-ORIG     TO W-PRT-CLI  (IND-PRT)
011210        MOVE W-COD-ORIG     TO W-PRT-COD  (IND-PRT)
011220        MOVE DAT-COMPTA-PRT TO W-PRT-DAT  (IND-PRT)
011230        MOVE ZERO           TO W-PRT-BASE (IND-PRT)
011240                               W-PRT-COM  (IND-PRT)
011250     END-IF.
011260     SUBTRACT MNT-HT-PRT FROM W-PRT-BASE (IND-PRT).
011270     ADD W-COM-LIGNE TO W-PRT-COM (IND-PRT).
011280 LIT-UNE-PERTE-EXIT.
011290        EXIT.
011300*----------------------------------------------------------------
011310*    FACTURE DE LA PERTE : COMMISSIONNEE CE MOIS OU UN MOIS
011320*    ANTERIEUR (COMMERCIAL, BASE ET COMMISSION D'ORIGINE)
011330*----------------------------------------------------------------
011340 CHERCHE-FACTURE-COM.
011350     SET ELEMENT-ABSENT TO TRUE.
011360     IF W-NBR-FAC > ZERO
011370        SET IND-FAC TO 1
011380        SEARCH W-FAC
011390           AT END
011400              CONTINUE
011410           WHEN W-FAC-FACT (IND-FAC) = NUM-FACT-PRT
011420              SET ELEMENT-TROUVE TO TRUE
011430              MOVE W-FAC-COD  (IND-FAC) TO W-COD-ORIG
011440              MOVE W-FAC-CLI  (IND-FAC) TO W-CLI-ORIG
011450              MOVE W-FAC-BASE (IND-FAC) TO W-BASE-ORIG
011460              MOVE W-FAC-COM  (IND-FAC) TO W-COM-ORIG
011470        END-SEARCH
011480     END-IF.
011490     IF ELEMENT-TROUVE
011500        GO TO CHERCHE-FACTURE-COM-EXIT
011510     END-IF.
011520     IF W-NBR-JFA > ZERO
011530        SET IND-JFA TO 1
011540        SEARCH W-JFA
011550           AT END
011560              CONTINUE
011570           WHEN W-JFA-FACT (IND-JFA) = NUM-FACT-PRT
011580              SET ELEMENT-TROUVE TO TRUE
011590              MOVE W-JFA-COD  (IND-JFA) TO W-COD-ORIG
011600              MOVE W-JFA-CLI  (IND-JFA) TO W-CLI-ORIG
011610              MOVE W-JFA-BASE (IND-JFA) TO W-BASE-ORIG
011620              MOVE W-JFA-COM  (IND-JFA) TO W-COM-ORIG
011630        END-SEARCH
011640     END-IF.
011650 CHERCHE-FACTURE-COM-EXIT.
011660        EXIT.
011670*----------------------------------------------------------------
011680*    FACTURE REGLEE DONT AUCUNE LIGNE N'A ETE TROUVEE DANS ENT032
011690*    (DETAIL DEJA ARCHIVE) : COMMISSIONNEE A ZERO, SIGNALEE
011700*----------------------------------------------------------------
011710 SIGNALE-SANS-DETAIL.
011720     IF W-FAC-NBR-LIG (W-IDX) > ZERO
011730        GO TO SIGNALE-SANS-DETAIL-EXIT
011740     END-IF.
011750     MOVE SPACES TO LIGNE-COM.
011760     STRING 'AVIS - FACTURE ' W-FAC-FACT (W-IDX)
011770            ' REGLEE LE ' W-FAC-DAT-RGL (W-IDX)
011780            ' - AUCUNE LIGNE DANS ENT032 - COMMISSION NULLE'
011790            DELIMITED BY SIZE INTO LIGNE-COM
011800     END-STRING.
011810     WRITE LIGNE-COM.
011820 SIGNALE-SANS-DETAIL-EXIT.
011830        EXIT.
011840*================================================================
011850*    PROCEDURE D'ENTREE DU TRI : FACTURES, AVOIRS ET PERTES DU
011860*    MOIS AU FORMAT DU JOURNAL
011870*================================================================
011880 LIBERE-MOUVEMENTS.
011890     PERFORM LIBERE-FACTURE THRU LIBERE-FACTURE-EXIT
011900             VARYING W-IDX FROM 1 BY 1
011910             UNTIL W-IDX > W-NBR-FAC.
011920     PERFORM LIBERE-AVOIR THRU LIBERE-AVOIR-EXIT
011930             VARYING W-IDX FROM 1 BY 1
011940             UNTIL W-IDX > W-NBR-AVR.
011950     PERFORM LIBERE-PERTE THRU LIBERE-PERTE-EXIT
011960             VARYING W-IDX FROM 1 BY 1
011970             UNTIL W-IDX > W-NBR-PRT.
011980 LIBERE-MOUVEMENTS-EXIT.
011990        EXIT.
012000*----------------------------------------------------------------
012010 LIBERE-FACTURE.
012020     MOVE SPACES TO TRI-ENR.
012030     MOVE 1                      TO ORD-TRI.
012040     MOVE 'F'                    TO TYP-TRI.
012050     MOVE W-MOIS-COM             TO MOIS-TRI.
012060     MOVE W-FAC-COD (W-IDX)      TO COD-COM-TRI.
012070     MOVE W-FAC-FACT (W-IDX)     TO NUM-FACT-TRI.
012080     MOVE W-FAC-CMD (W-IDX)      TO NUM-CMD-TRI.
012090     MOVE W-FAC-CLI (W-IDX)      TO NUM-CLI-TRI.
012100     MOVE W-FAC-DAT-RGL (W-IDX)  TO DAT-TRI.
012110     MOVE W-FAC-MNT (W-IDX)      TO MNT-FACT-TRI.
012120     MOVE W-FAC-BASE (W-IDX)     TO MNT-BASE-TRI.
012130     MOVE W-FAC-COM (W-IDX)      TO MNT-COM-TRI.
012140     RELEASE TRI-ENR.
012150 LIBERE-FACTURE-EXIT.
012160        EXIT.
012170*----------------------------------------------------------------
012180 LIBERE-AVOIR.
012190     MOVE SPACES TO TRI-ENR.
012200     MOVE 2                      TO ORD-TRI.
012210     MOVE 'A'                    TO TYP-TRI.
012220     MOVE W-MOIS-COM             TO MOIS-TRI.
012230     MOVE W-AVR-COD (W-IDX)      TO COD-COM-TRI.
012240     MOVE W-AVR-FACT (W-IDX)     TO NUM-FACT-TRI.
012250     MOVE W-AVR-CMD (W-IDX)      TO NUM-CMD-TRI.
012260     MOVE W-AVR-CLI (W-IDX)      TO NUM-CLI-TRI.
012270     MOVE W-AVR-DAT (W-IDX)      TO DAT-TRI.
012280     MOVE W-AVR-MNT (W-IDX)      TO MNT-FACT-TRI.
012290     MOVE W-AVR-BASE (W-IDX)     TO MNT-BASE-TRI.
012300     MOVE W-AVR-COM (W-IDX)      TO MNT-COM-TRI.
012310     RELEASE TRI-ENR.
012320 LIBERE-AVOIR-EXIT.
012330        EXIT.
012340*----------------------------------------------------------------
012350 LIBERE-PERTE.
012360     MOVE SPACES TO TRI-ENR.
012370     MOVE 3                      TO ORD-TRI.
012380     MOVE 'X'                    TO TYP-TRI.
012390     MOVE W-MOIS-COM             TO MOIS-TRI.
012400     MOVE W-PRT-COD (W-IDX)      TO COD-COM-TRI.
012410     MOVE W-PRT-FACT (W-IDX)     TO NUM-FACT-TRI.
012420     MOVE W-PRT-CMD (W-IDX)      TO NUM-CMD-TRI.
012430     MOVE W-PRT-CLI (W-IDX)      TO NUM-CLI-TRI.
012440     MOVE W-PRT-DAT (W-IDX)      TO DAT-TRI.
012450     MOVE ZERO                   TO MNT-FACT-TRI.
012460     MOVE W-PRT-BASE (W-IDX)     TO MNT-BASE-TRI.
012470     MOVE W-PRT-COM (W-IDX)      TO MNT-COM-TRI.
012480     RELEASE TRI-ENR.
012490 LIBERE-PERTE-EXIT.
012500        EXIT.
012510*================================================================
012520*    PROCEDURE DE SORTIE DU TRI : JOURNAL, RELEVE ET TOTAUX PAR
012530*    COMMERCIAL
012540*================================================================
012550 EDITE-RELEVES.
012560     SET TRI-DISPONIBLE TO TRUE.
012570     SET PREMIER-COMMERCIAL TO TRUE.
012580     PERFORM RETOURNE-MOUVEMENT THRU RETOURNE-MOUVEMENT-EXIT.
012590     PERFORM TRAITE-MOUVEMENT THRU TRAITE-MOUVEMENT-EXIT
012600             UNTIL TRI-EPUISE.
012610     IF NOT PREMIER-COMMERCIAL
012620        PERFORM CLOTURE-COMMERCIAL THRU CLOTURE-COMMERCIAL-EXIT
012630     END-IF.
012640 EDITE-RELEVES-EXIT.
012650        EXIT.
012660*----------------------------------------------------------------
012670 RETOURNE-MOUVEMENT.
012680     RETURN TRI-COM
012690        AT END
012700           SET TRI-EPUISE TO TRUE
012710     END-RETURN.
012720 RETOURNE-MOUVEMENT-EXIT.
012730        EXIT.
012740*----------------------------------------------------------------
012750 TRAITE-MOUVEMENT.
012760     IF PREMIER-COMMERCIAL
012770        OR COD-COM-TRI NOT = W-COM-EN-COURS
012780          IF NOT PREMIER-COMMERCIAL
012790             PERFORM CLOTURE-COMMERCIAL
012800                     THRU CLOTURE-COMMERCIAL-EXIT
012810          END-IF
012820          PERFORM OUVRE-COMMERCIAL THRU OUVRE-COMMERCIAL-EXIT
012830     END-IF.
012840     MOVE JCO-TRI TO ENT-JCN.
012850     WRITE ENT-JCN.
012860     MOVE MNT-FACT-TRI TO W-EDT-MNT.
012870     MOVE MNT-BASE-TRI TO W-EDT-BASE.
012880     MOVE MNT-COM-TRI  TO W-EDT-COM.
012890     MOVE SPACES TO LIGNE-COM.
012900     IF TYP-TRI = 'F'
012910        ADD 1 TO W-CPT-FAC-COM
012920        STRING 'FACTURE ' NUM-FACT-TRI ' CDE ' NUM-CMD-TRI
012930               ' CLIENT ' NUM-CLI-TRI ' REGLEE LE ' DAT-TRI
012940               ' TTC ' W-EDT-MNT ' BASE HT ' W-EDT-BASE
012950               ' COMMISSION ' W-EDT-COM
012960               DELIMITED BY SIZE INTO LIGNE-COM
012970        END-STRING
012980     ELSE
012990     IF TYP-TRI = 'A'
013000        ADD 1 TO W-CPT-AVR-COM
013010        STRING '  AVOIR ' NUM-FACT-TRI ' CDE ' NUM-CMD-TRI
013020               ' CLIENT ' NUM-CLI-TRI ' EMIS LE   ' DAT-TRI
013030               ' TTC ' W-EDT-MNT ' BASE HT ' W-EDT-BASE
013040               ' COMMISSION ' W-EDT-COM
013050               DELIMITED BY SIZE INTO LIGNE-COM
013060        END-STRING
013070     ELSE
013080        ADD 1 TO W-CPT-PRT-COM
013090        STRING '  PERTE ' NUM-FACT-TRI ' CDE ' NUM-CMD-TRI
013100               ' CLIENT ' NUM-CLI-TRI ' PASSEE LE ' DAT-TRI
013110               '                   BASE HT ' W-EDT-BASE
013120               ' COMMISSION ' W-EDT-COM
013130               DELIMITED BY SIZE INTO LIGNE-COM
013140        END-STRING
013150     END-IF
013160     END-IF.
013170     WRITE LIGNE-COM.
013180     ADD 1            TO W-COM-NBR-PIECES.
013190     ADD MNT-BASE-TRI TO W-COM-BASE.
013200     ADD MNT-COM-TRI  TO W-COM-TOTAL.
013210     PERFORM RETOURNE-MOUVEMENT THRU RETOURNE-MOUVEMENT-EXIT.
013220 TRAITE-MOUVEMENT-EXIT.
013230        EXIT.
013240*----------------------------------------------------------------
013250*    ENTETE DU RELEVE D'UN COMMERCIAL (NOM PORTE PAR SON TAUX
013260*    GENERAL DANS ENT084)
013270*----------------------------------------------------------------
013280 OUVRE-COMMERCIAL.
013290     SET COMMERCIAL-OUVERT TO TRUE.
013300     ADD 1 TO W-CPT-COMMERCIAUX.
013310     MOVE COD-COM-TRI TO W-COM-EN-COURS.
013320     MOVE ZERO TO W-COM-NBR-PIECES W-COM-BASE W-COM-TOTAL.
013330     MOVE 'NOM INCONNU (TAUX GENERAL ABSENT)' TO W-NOM-COM.
013340     IF W-NBR-TCO > ZERO
013350        SET IND-TCO TO 1
013360        SEARCH W-TCO
013370           AT END
013380              CONTINUE
013390           WHEN W-TCO-COD (IND-TCO) = W-COM-EN-COURS
013400            AND W-TCO-REF (IND-TCO) = SPACES
013410              MOVE W-TCO-NOM (IND-TCO) TO W-NOM-COM
013420        END-SEARCH
013430     END-IF.
013440     MOVE SPACES TO LIGNE-COM.
013450     WRITE LIGNE-COM.
013460     MOVE SPACES TO LIGNE-COM.
013470     STRING 'RELEVE DE COMMISSIONS - COMMERCIAL ' W-COM-EN-COURS
013480            ' ' W-NOM-COM ' - MOIS ' W-MOIS-COM
013490            DELIMITED BY SIZE INTO LIGNE-COM
013500     END-STRING.
013510     WRITE LIGNE-COM.
013520     MOVE SPACES TO LIGNE-COM.
013530     WRITE LIGNE-COM.
013540 OUVRE-COMMERCIAL-EXIT.
013550        EXIT.
013560*----------------------------------------------------------------
013570*    TOTAL DU COMMERCIAL SUR LE RELEVE ET POUR LA PAIE
013580*----------------------------------------------------------------
013590 CLOTURE-COMMERCIAL.
013600     MOVE W-COM-BASE  TO W-EDT-TOT.
013610     MOVE W-COM-TOTAL TO W-EDT-TOT-COM.
013620     MOVE SPACES TO LIGNE-COM.
013630     STRING 'TOTAL COMMERCIAL ' W-COM-EN-COURS
013640            ' : ' W-COM-NBR-PIECES ' PIECE(S) - BASE HT '
013650            W-EDT-TOT ' - COMMISSION DUE ' W-EDT-TOT-COM
013660            DELIMITED BY SIZE INTO LIGNE-COM
013670     END-STRING.
013680     WRITE LIGNE-COM.
013690     MOVE SPACES TO ENT-PAI.
013700     MOVE W-COM-EN-COURS   TO COD-COM-PAI.
013710     MOVE W-MOIS-COM       TO MOIS-PAI.
013720     MOVE W-NOM-COM        TO NOM-COM-PAI.
013730     MOVE W-COM-NBR-PIECES TO NBR-PIECES-PAI.
013740     MOVE W-COM-BASE       TO MNT-BASE-PAI.
013750     MOVE W-COM-TOTAL      TO MNT-COM-PAI.
013760     WRITE ENT-PAI.
013770     ADD W-COM-TOTAL TO W-TOT-COM.
013780 CLOTURE-COMMERCIAL-EXIT.
013790        EXIT.
013800*================================================================
013810*    FIN DE TRAITEMENT
013820*================================================================
013830 FIN.
013840     IF TRT-OK
013850        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
013851     END-IF.
013852     IF ENT010-OUVERT
013853        CLOSE ENT010
013854     END-IF.
013855     IF ENT031-OUVERT
013856        CLOSE ENT031
013857     END-IF.
013858     IF ENT032-OUVERT
013859        CLOSE ENT032
013860     END-IF.
013861     IF ENT087-OUVERT
013862        CLOSE ENT087
013863     END-IF.
013864     IF ENT088-OUVERT
013865        CLOSE ENT088
013870     END-IF.
013880     CLOSE ENT085.
013890 FIN-EXIT.
013900        EXIT.
013910*----------------------------------------------------------------
013920 REND-COMPTE.
013930     MOVE SPACES TO LIGNE-COM.
013940     WRITE LIGNE-COM.
013950     MOVE SPACES TO LIGNE-COM.
013960     STRING 'TAUX LUS (ENT084)         : ' W-CPT-TAUX-LUS
013970            DELIMITED BY SIZE INTO LIGNE-COM
013980     END-STRING.
013990     WRITE LIGNE-COM.
014000     MOVE SPACES TO LIGNE-COM.
014010     STRING 'JOURNAL REPRIS (ENT086)   : ' W-CPT-JRN-REPRIS
014020            DELIMITED BY SIZE INTO LIGNE-COM
014030     END-STRING.
014040     WRITE LIGNE-COM.
014050     MOVE SPACES TO LIGNE-COM.
014060     STRING 'JOURNAL DU MOIS RECALCULE : ' W-CPT-JRN-RECALC
014070            DELIMITED BY SIZE INTO LIGNE-COM
014080     END-STRING.
014090     WRITE LIGNE-COM.
014100     MOVE SPACES TO LIGNE-COM.
014110     STRING 'POSTES LUS (ENT031)       : ' W-CPT-POSTES-LUS
014120            DELIMITED BY SIZE INTO LIGNE-COM
014130     END-STRING.
014140     WRITE LIGNE-COM.
014150     MOVE SPACES TO LIGNE-COM.
014160     STRING 'FACTURES SANS COMMERCIAL  : ' W-CPT-SANS-COM
014170            DELIMITED BY SIZE INTO LIGNE-COM
014180     END-STRING.
014190     WRITE LIGNE-COM.
014200     MOVE SPACES TO LIGNE-COM.
014210     STRING 'LIGNES LUES (ENT032)      : ' W-CPT-LIGNES-LUES
014220            DELIMITED BY SIZE INTO LIGNE-COM
014230     END-STRING.
014240     WRITE LIGNE-COM.
014250     MOVE SPACES TO LIGNE-COM.
014260     STRING 'LIGNES SANS TAUX          : ' W-CPT-TAUX-ABS
014270            DELIMITED BY SIZE INTO LIGNE-COM
014280     END-STRING.
014290     WRITE LIGNE-COM.
014300     MOVE SPACES TO LIGNE-COM.
014310     STRING 'PERTES LUES (ENT068)      : ' W-CPT-PERTES-LUES
014320            DELIMITED BY SIZE INTO LIGNE-COM
014330     END-STRING.
014340     WRITE LIGNE-COM.
014350     MOVE SPACES TO LIGNE-COM.
014360     STRING 'FACTURES COMMISSIONNEES   : ' W-CPT-FAC-COM
014370            DELIMITED BY SIZE INTO LIGNE-COM
014380     END-STRING.
014390     WRITE LIGNE-COM.
014400     MOVE SPACES TO LIGNE-COM.
014410     STRING 'AVOIRS DEDUITS            : ' W-CPT-AVR-COM
014420            DELIMITED BY SIZE INTO LIGNE-COM
014430     END-STRING.
014440     WRITE LIGNE-COM.
014450     MOVE SPACES TO LIGNE-COM.
014460     STRING 'PERTES DEDUITES           : ' W-CPT-PRT-COM
014470            DELIMITED BY SIZE INTO LIGNE-COM
014480     END-STRING.
014490     WRITE LIGNE-COM.
014500     MOVE SPACES TO LIGNE-COM.
014510     STRING 'COMMERCIAUX (ENT088)      : ' W-CPT-COMMERCIAUX
014520            DELIMITED BY SIZE INTO LIGNE-COM
014530     END-STRING.
014540     WRITE LIGNE-COM.
014550     MOVE W-TOT-COM TO W-EDT-TOT.
014560     MOVE SPACES TO LIGNE-COM.
014570     STRING 'TOTAL DES COMMISSIONS     : ' W-EDT-TOT
014580            DELIMITED BY SIZE INTO LIGNE-COM
014590     END-STRING.
014600     WRITE LIGNE-COM.
014610 REND-COMPTE-EXIT.
014620        EXIT.
