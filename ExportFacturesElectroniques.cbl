000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         EXPFACEL.
000130 AUTHOR.              J-F. RONDEAU.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  JFR     Version initiale : export des factures et
000230*                       avoirs du jour (date en PARM col. 1 a 8,
000240*                       AAAAMMJJ, date du jour par defaut) au
000250*                       format structure UBL (norme EN 16931)
000260*                       pour la plateforme de dematerialisation.
000270*                       Un document par piece : entete Ent030,
000280*                       lignes et ventilation de TVA Ent032,
000290*                       acheteur Ent010 (SIREN, TVA
000300*                       intracommunautaire), vendeur Ent071.
000310*                       Avoir rattache a la facture d'origine de
000320*                       la meme commande. Piece incomplete
000330*                       rejetee, listee et reprise aux passages
000340*                       suivants. Journal cumulatif des
000350*                       transmissions Ent073 : chaque piece
000360*                       n'est emise qu'une fois, accuses
000370*                       d'acceptation et rejets de la
000380*                       plateforme (Ent072) reportes. Flux XML
000390*                       sur Ent074, etat de suivi sur Ent075.
000391*  15/10/2026  JFR     Avoir sur une commande regroupee par une
000392*                       facture recapitulative mensuelle : facture
000393*                       d'origine retrouvee par les lignes Ent032
000394*                       de la commande (l'entete Ent030 ne porte
000395*                       que la premiere commande).
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420*================================================================
000430 CONFIGURATION SECTION.
000440*    ---
000450 SOURCE-COMPUTER.      IBM-370.
000460 OBJECT-COMPUTER.      IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490*    ---
000500 FILE-CONTROL.
000510     SELECT ENT010  ASSIGN TO ENT010
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS NUM-CLI
000550            FILE STATUS IS FS-ENT010.
000560*
000570     SELECT ENT030  ASSIGN TO ENT030
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS FS-ENT030.
000600*
000610     SELECT ENT032  ASSIGN TO ENT032
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS FS-ENT032.
000640*
000650     SELECT ENT071  ASSIGN TO ENT071
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS FS-ENT071.
000680*
000690     SELECT OPTIONAL ENT072  ASSIGN TO ENT072
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS FS-ENT072.
000720*
000730     SELECT OPTIONAL ENT073  ASSIGN TO ENT073
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS FS-ENT073.
000760*
000770     SELECT ENT074  ASSIGN TO ENT074
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS FS-ENT074.
000800*
000810     SELECT ENT075  ASSIGN TO ENT075
000820            ORGANIZATION IS SEQUENTIAL
000830            FILE STATUS IS FS-ENT075.
000840*================================================================
000850 DATA DIVISION.
000860*================================================================
000870 FILE SECTION.
000880*    ---
000890*----------------------------------------------------------------
000900*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000910*----------------------------------------------------------------
000920 FD  ENT010 LABEL RECORD STANDARD
000930             RECORD  CONTAINS  250 CHARACTERS
000940             DATA RECORD  ENT-CLI.
000950 01  ENT-CLI.
000960         10 NUM-CLI      PIC    9(05).
000970         10 NOM-CLI      PIC    X(20).
000980         10 PRN-CLI      PIC    X(20).
000990         10 ADR-CLI      PIC    X(100).
001000         10 TEL-CLI      PIC    X(20).
001010         10 MOB-CLI      PIC    X(20).
001020         10 COD-PAI-CLI  PIC    X(03).
001030         10 SIREN-CLI    PIC    X(09).
001040         10 TVA-CEE-CLI  PIC    X(14).
001046         10 MOD-FAC-CLI  PIC    X(01).
001050         10 COD-COM-CLI  PIC    X(04).
001054         10              PIC    X(34).
001060*----------------------------------------------------------------
001070*    HISTORIQUE DES FACTURES ET AVOIRS EMIS (PRODUIT PAR
001080*    IMPFACTU)
001090*----------------------------------------------------------------
001100 FD  ENT030 LABEL RECORD STANDARD
001110             BLOCK   CONTAINS    0 RECORDS
001120             RECORD  CONTAINS   70 CHARACTERS
001130             RECORDING MODE IS   F
001140             DATA RECORD ENT-HIST.
001150 01  ENT-HIST.
001160         10 NUM-CMD-HIST      PIC  9(05).
001170         10 NUM-CLI-HIST      PIC  9(05).
001180         10 DAT-TRT-HIST      PIC  9(08).
001190         10 MNT-FACTURE-HIST  PIC S9(07)V99.
001200         10 NOM-PDF-HIST      PIC  X(15).
001210         10 TYP-HIST          PIC  X(01).
001220            88 HIST-AVOIR          VALUE 'A'.
001230         10 NUM-AVOIR-HIST    PIC  9(05).
001240         10 NUM-FACT-HIST     PIC  9(05).
001250         10 DAT-ECH-HIST      PIC  9(08).
001260         10                   PIC  X(09).
001270*----------------------------------------------------------------
001280*    DETAIL DES LIGNES FACTUREES (PRODUIT PAR IMPFACTU)
001290*----------------------------------------------------------------
001300 FD  ENT032 LABEL RECORD STANDARD
001310             BLOCK   CONTAINS    0 RECORDS
001320             RECORD  CONTAINS   80 CHARACTERS
001330             RECORDING MODE IS   F
001340             DATA RECORD ENT-DET.
001350 01  ENT-DET.
001360         10 NUM-CMD-DET       PIC  9(05).
001370         10 NUM-CLI-DET       PIC  9(05).
001380         10 REF-PDT-DET       PIC  X(15).
001390         10 NBR-PDT-DET       PIC S9(02).
001400         10 PRX-PDT-DET       PIC  9(03)V99.
001410         10 MNT-HT-DET        PIC S9(06)V99.
001420         10 MNT-TVA-DET       PIC S9(06)V99.
001430         10 MNT-TTC-DET       PIC S9(06)V99.
001440         10 DAT-TRT-DET       PIC  9(08).
001450         10 TYP-PIECE-DET     PIC  X(01).
001460            88 DET-AVOIR           VALUE 'A'.
001470         10 NUM-FACT-DET      PIC  9(05).
001480         10                   PIC  X(10).
001490*----------------------------------------------------------------
001500*    FICHE D'IDENTIFICATION DE L'EMETTEUR DES FACTURES (UN SEUL
001510*    ENREGISTREMENT)
001520*----------------------------------------------------------------
001530 FD  ENT071 LABEL RECORD STANDARD
001540             BLOCK   CONTAINS    0 RECORDS
001550             RECORD  CONTAINS  250 CHARACTERS
001560             RECORDING MODE IS   F
001570             DATA RECORD ENT-EMT.
001580 01  ENT-EMT.
001590         10 SIREN-EMT         PIC  X(09).
001600         10 TVA-EMT           PIC  X(14).
001610         10 RAISON-EMT        PIC  X(40).
001620         10 ADR-EMT           PIC  X(100).
001630         10 PAYS-EMT          PIC  X(02).
001640         10                   PIC  X(85).
001650*----------------------------------------------------------------
001660*    RETOURS DE LA PLATEFORME : ACCEPTATION OU REJET D'UNE
001670*    PIECE EMISE (FICHIER FACULTATIF)
001680*----------------------------------------------------------------
001690 FD  ENT072 LABEL RECORD STANDARD
001700             BLOCK   CONTAINS    0 RECORDS
001710             RECORD  CONTAINS   80 CHARACTERS
001720             RECORDING MODE IS   F
001730             DATA RECORD ENT-RET.
001740 01  ENT-RET.
001750         10 TYP-PIECE-RET     PIC  X(01).
001760         10 NUM-PIECE-RET     PIC  X(05).
001770         10 NUM-PIECE-RET-N REDEFINES NUM-PIECE-RET
001780                              PIC  9(05).
001790         10 STATUT-RET        PIC  X(01).
001800            88 RET-ACCEPTEE        VALUE 'A'.
001810            88 RET-REJETEE         VALUE 'R'.
001820         10 DAT-RET           PIC  X(08).
001830         10 COD-RET           PIC  X(10).
001840         10 LIB-RET           PIC  X(55).
001850*----------------------------------------------------------------
001860*    JOURNAL CUMULATIF DES TRANSMISSIONS (UN ENREGISTREMENT PAR
001870*    EVENEMENT : EMISSION, ACCEPTATION, REJET, PIECE INCOMPLETE)
001880*----------------------------------------------------------------
001890 FD  ENT073 LABEL RECORD STANDARD
001900             BLOCK   CONTAINS    0 RECORDS
001910             RECORD  CONTAINS   80 CHARACTERS
001920             RECORDING MODE IS   F
001930             DATA RECORD ENT-JRN.
001940 01  ENT-JRN.
001950         10 TYP-PIECE-JRN     PIC  X(01).
001960         10 NUM-PIECE-JRN     PIC  9(05).
001970         10 NUM-CMD-JRN       PIC  9(05).
001980         10 NUM-CLI-JRN       PIC  9(05).
001990         10 DAT-PIECE-JRN     PIC  9(08).
002000         10 MNT-TTC-JRN       PIC S9(07)V99.
002010         10 EVT-JRN           PIC  X(01).
002020            88 JRN-EMISE           VALUE 'E'.
002030            88 JRN-ACCEPTEE        VALUE 'A'.
002040            88 JRN-REJETEE         VALUE 'R'.
002050            88 JRN-INCOMPLETE      VALUE 'I'.
002060         10 DAT-EVT-JRN       PIC  9(08).
002070         10 COD-RET-JRN       PIC  X(10).
002080         10 LIB-JRN           PIC  X(28).
002090*----------------------------------------------------------------
002100*    FLUX DES FACTURES STRUCTUREES (UBL) - CHAQUE DOCUMENT
002110*    COMMENCE PAR SA PROPRE DECLARATION XML
002120*----------------------------------------------------------------
002130 FD  ENT074 LABEL RECORD STANDARD
002140             BLOCK   CONTAINS    0 RECORDS
002150             RECORD  CONTAINS  256 CHARACTERS
002160             RECORDING MODE IS   F
002170             DATA RECORD LIGNE-XML.
002180 01  LIGNE-XML              PIC X(256).
002190*----------------------------------------------------------------
002200*    ETAT DE SUIVI DES TRANSMISSIONS ET DES PIECES REJETEES
002210*----------------------------------------------------------------
002220 FD  ENT075 LABEL RECORDS OMITTED
002230             RECORD  CONTAINS  132 CHARACTERS
002240             RECORDING MODE IS   F
002250             DATA RECORD LIGNE-EFE.
002260 01  LIGNE-EFE              PIC X(132).
002270*================================================================
002280 WORKING-STORAGE SECTION.
002290*    ---
002300*
002310*   CONSTANTES :
002320 01 C-NOMPGM             PIC  X(08)   VALUE 'ExpFacEl'.
002330 01 C-NBR-MAX-JRN        PIC  9(05)   VALUE 30000.
002340 01 C-NBR-MAX-PCE        PIC  9(05)   VALUE 2000.
002350 01 C-NBR-MAX-LIG        PIC  9(05)   VALUE 20000.
002360 01 C-NS-UBL             PIC  X(40)   VALUE
002370     'urn:oasis:names:specification:ubl:schema'.
002380 01 C-NORME              PIC  X(23)   VALUE
002390                         'urn:cen.eu:en16931:2017'.
002400*
002410*   DATE DE TRAITEMENT ET DATE DES PIECES A EMETTRE (PARM) :
002420 01 W-DATE-TRAITEMENT    PIC  9(08).
002430 01 W-DATE-PIECES        PIC  9(08).
002440*
002450*   COMPTEURS DE FIN DE TRAITEMENT :
002460 01 W-CPT-RET-LUS        PIC  9(07)   VALUE ZERO.
002470 01 W-CPT-RET-APPLIQUES  PIC  9(07)   VALUE ZERO.
002480 01 W-CPT-RET-REJETES    PIC  9(07)   VALUE ZERO.
002490 01 W-CPT-PCE-JOUR       PIC  9(07)   VALUE ZERO.
002500 01 W-CPT-PCE-REPRISES   PIC  9(07)   VALUE ZERO.
002510 01 W-CPT-PCE-DEJA       PIC  9(07)   VALUE ZERO.
002520 01 W-CPT-PCE-EMISES     PIC  9(07)   VALUE ZERO.
002530 01 W-CPT-PCE-INCOMPL    PIC  9(07)   VALUE ZERO.
002540 01 W-CPT-PCE-ATTENTE    PIC  9(07)   VALUE ZERO.
002550 01 W-MNT-EMIS           PIC S9(11)V99 VALUE ZERO.
002560*
002570*   IDENTIFICATION DE LA PIECE RECHERCHEE DANS LE JOURNAL :
002580 01 W-TYP-RECH           PIC  X(01).
002590 01 W-NUM-RECH           PIC  9(05).
002600*
002610*   PIECE EN COURS : NUMERO TYPE + NUMERO, MOTIFS DE REJET :
002620 01 W-ID-PIECE           PIC  X(06).
002630 01 W-MOTIF-REJET        PIC  X(45).
002640 01 W-PREMIER-MOTIF      PIC  X(45).
002650 01 W-NBR-MOTIFS         PIC  9(02).
002660 01 W-EVT-JRN            PIC  X(01).
002670*
002680*   TABLE DU JOURNAL : DERNIER ETAT CONNU DE CHAQUE PIECE :
002690 01 W-NBR-JRN            PIC  9(05)  COMP VALUE ZERO.
002700 01 W-TABLE-JRN.
002710    10 W-JRN OCCURS 1 TO 30000 TIMES
002720          DEPENDING ON W-NBR-JRN
002730          INDEXED BY IND-JRN.
002740       15 W-JRN-TYP         PIC  X(01).
002750       15 W-JRN-NUM         PIC  9(05).
002760       15 W-JRN-CMD         PIC  9(05).
002770       15 W-JRN-CLI         PIC  9(05).
002780       15 W-JRN-DAT-PIECE   PIC  9(08).
002790       15 W-JRN-MNT         PIC S9(07)V99.
002800       15 W-JRN-ETAT        PIC  X(01).
002810          88 W-JRN-EMISE       VALUE 'E'.
002820          88 W-JRN-ACCEPTEE    VALUE 'A'.
002830          88 W-JRN-REJETEE     VALUE 'R'.
002840          88 W-JRN-INCOMPLETE  VALUE 'I'.
002850       15 W-JRN-DAT-EMIS    PIC  9(08).
002860       15 W-JRN-DAT-EVT     PIC  9(08).
002870*
002880*   TABLE DES PIECES RETENUES POUR L'EXPORT (PIECES DU JOUR ET
002890*   PIECES INCOMPLETES REPRISES) AVEC LEURS TOTAUX ET LEUR
002900*   VENTILATION DE TVA RECONSTITUES A PARTIR DES LIGNES :
002910 01 W-NBR-PCE            PIC  9(05)  COMP VALUE ZERO.
002920 01 W-TABLE-PCE.
002930    10 W-PCE OCCURS 1 TO 2000 TIMES
002940          DEPENDING ON W-NBR-PCE
002950          INDEXED BY IND-PCE.
002960       15 W-PCE-TYP         PIC  X(01).
002970          88 W-PCE-AVOIR       VALUE 'A'.
002980       15 W-PCE-NUM         PIC  9(05).
002990       15 W-PCE-CMD         PIC  9(05).
003000       15 W-PCE-CLI         PIC  9(05).
003010       15 W-PCE-DAT         PIC  9(08).
003020       15 W-PCE-DAT-ECH     PIC  9(08).
003030       15 W-PCE-MNT-ENT     PIC S9(09)V99.
003040       15 W-PCE-ORIGINE     PIC  X(01).
003050          88 W-PCE-DU-JOUR     VALUE 'J'.
003060          88 W-PCE-REPRISE     VALUE 'R'.
003070       15 W-PCE-IND-JRN     PIC  9(05)  COMP.
003080       15 W-PCE-FACT-ORIG   PIC  9(05).
003090       15 W-PCE-DAT-ORIG    PIC  9(08).
003100       15 W-PCE-NBR-LIG     PIC  9(05)  COMP.
003110       15 W-PCE-TOT-HT      PIC S9(09)V99.
003120       15 W-PCE-TOT-TVA     PIC S9(09)V99.
003130       15 W-PCE-TOT-TTC     PIC S9(09)V99.
003140       15 W-PCE-NBR-VENT    PIC  9(01).
003150       15 W-PCE-VENT OCCURS 5 TIMES.
003160          20 W-PCE-TX       PIC  9V9(03).
003170          20 W-PCE-BASE     PIC S9(09)V99.
003180          20 W-PCE-TVA      PIC S9(09)V99.
003190*
003200*   TABLE DES LIGNES DES PIECES RETENUES :
003210 01 W-NBR-LIG            PIC  9(05)  COMP VALUE ZERO.
003220 01 W-TABLE-LIG.
003230    10 W-LIG OCCURS 1 TO 20000 TIMES
003240          DEPENDING ON W-NBR-LIG
003250          INDEXED BY IND-LIG.
003260       15 W-LIG-PCE         PIC  9(05)  COMP.
003270       15 W-LIG-REF         PIC  X(15).
003280       15 W-LIG-NBR         PIC S9(02).
003290       15 W-LIG-PRX         PIC  9(03)V99.
003300       15 W-LIG-HT          PIC S9(06)V99.
003310       15 W-LIG-TX          PIC  9V9(03).
003320*
003330*   INDICES, CIBLE DE LA VENTILATION, TAUX DE LA LIGNE :
003340 01 W-IDX-PCE            PIC  9(05)  COMP.
003350 01 W-IDX-LIG            PIC  9(05)  COMP.
003360 01 W-IDX-VENT           PIC  9(03)  COMP.
003370 01 W-VENT-CIBLE         PIC  9(03)  COMP.
003380 01 W-TX-LIGNE           PIC  9V9(03).
003390 01 W-NUM-LIG-XML        PIC  9(05).
003400 01 W-DAT-MIN-PCE        PIC  9(08).
003410 01 W-NBR-AVR-SEL        PIC  9(05)  COMP VALUE ZERO.
003420 01 W-SIGNE              PIC S9(01).
003430*
003440*   PARTIE (VENDEUR OU ACHETEUR) EN COURS D'ECRITURE :
003450 01 W-BAL-PARTIE         PIC  X(40).
003460 01 W-PARTIE.
003470    10 W-PTY-SIREN       PIC  X(09).
003480    10 W-PTY-TVA         PIC  X(14).
003490    10 W-PTY-NOM         PIC  X(40).
003500    10 W-PTY-ADR         PIC  X(100).
003510    10 W-PTY-PAYS        PIC  X(02).
003520*
003530*   BALISES PROPRES AU TYPE DE DOCUMENT (FACTURE OU AVOIR) :
003540 01 W-RACINE             PIC  X(10).
003550 01 W-BAL-TYPE-DOC       PIC  X(40).
003560 01 W-COD-TYPE-DOC       PIC  X(03).
003570 01 W-BAL-LIGNE          PIC  X(40).
003580 01 W-BAL-QTE            PIC  X(40).
003590 01 W-BAL-CATEGORIE      PIC  X(40).
003600*
003610*   ZONES DE CONSTRUCTION DES ELEMENTS XML :
003620 01 W-BALISE             PIC  X(40).
003630 01 W-ATTRIBUT           PIC  X(30).
003640 01 W-INDENT             PIC  9(02)  COMP.
003650 01 W-BLANCS             PIC  X(40)   VALUE SPACES.
003660 01 W-TXT-BRUT           PIC  X(100).
003670 01 W-TXT-XML            PIC  X(200).
003680 01 W-LNG-TXT            PIC  9(03)  COMP.
003690 01 W-POS-XML            PIC  9(03)  COMP.
003700 01 W-IDX-CAR            PIC  9(03)  COMP.
003710 01 W-CAR                PIC  X(01).
003720 01 W-NBR-BLANCS         PIC  9(03)  COMP.
003730 01 W-MNT-XML            PIC S9(11)V99.
003740 01 W-EDT-MNT-XML        PIC -(11)9.99.
003750 01 W-QTE-XML            PIC S9(05).
003760 01 W-EDT-QTE-XML        PIC -(05)9.
003770 01 W-PCT-XML            PIC  9(03)V99.
003780 01 W-EDT-PCT-XML        PIC ZZ9.99.
003790 01 W-DATE-XML-N         PIC  9(08).
003800 01 W-DATE-XML-R REDEFINES W-DATE-XML-N.
003810    10 W-DATE-XML-AAAA   PIC  X(04).
003820    10 W-DATE-XML-MM     PIC  X(02).
003830    10 W-DATE-XML-JJ     PIC  X(02).
003840*
003850*   ZONES D'EDITION :
003860 01 W-EDT-MNT            PIC -9(09).99.
003870*================================================================
003880 LOCAL-STORAGE SECTION.
003890*    ---
003900*
003910* VARIABLES DE CONTROLE DE FLUX.
003920 01                     PIC   X(02).
003930   88 TRT-OK               VALUE "OK".
003940   88 TRT-KO               VALUE "KO".
003950*
003960* PRESENCE DE LA PIECE RECHERCHEE DANS LE JOURNAL.
003970 01                     PIC   X(02).
003980   88 JRN-TROUVE           VALUE "OK".
003990   88 JRN-INCONNU          VALUE "KO".
004000*
004010* PRESENCE DE LA PIECE D'UNE LIGNE DE DETAIL DANS LA TABLE.
004020 01                     PIC   X(02).
004030   88 PCE-TROUVEE          VALUE "OK".
004040   88 PCE-INCONNUE         VALUE "KO".
004050*
004060* PRESENCE DU CLIENT DE LA PIECE EN COURS DANS ENT010.
004070 01                     PIC   X(02).
004080   88 CLI-PRESENT          VALUE "OK".
004090   88 CLI-ABSENT           VALUE "KO".
004100*
004101* FICHIER ENT010 OUVERT, A FERMER EN FIN.
004102 01                     PIC   X(02).
004103   88 ENT010-OUVERT        VALUE "OK".
004104   88 ENT010-FERME         VALUE "KO".
004105*
004106* FICHIER ENT073 OUVERT, A FERMER EN FIN.
004107 01                     PIC   X(02).
004108   88 ENT073-OUVERT        VALUE "OK".
004109   88 ENT073-FERME         VALUE "KO".
004110*
004111* FICHIER ENT074 OUVERT, A FERMER EN FIN.
004112 01                     PIC   X(02).
004113   88 ENT074-OUVERT        VALUE "OK".
004114   88 ENT074-FERME         VALUE "KO".
004115*
004116 01 W-STATUS.
004120   10 FS-ENT010         PIC   X(02).
004130      88 FS-ENT010-OK      VALUE "00".
004140   10 FS-ENT030         PIC   X(02).
004150      88 FS-ENT030-OK      VALUE "00".
004160      88 FIN-ENT030        VALUE "10".
004170   10 FS-ENT032         PIC   X(02).
004180      88 FS-ENT032-OK      VALUE "00".
004190      88 FIN-ENT032        VALUE "10".
004200   10 FS-ENT071         PIC   X(02).
004210      88 FS-ENT071-OK      VALUE "00".
004220   10 FS-ENT072         PIC   X(02).
004230      88 FS-ENT072-OK      VALUE "00".
004240      88 FS-ENT072-ABS     VALUE "05".
004250      88 FIN-ENT072        VALUE "10".
004260   10 FS-ENT073         PIC   X(02).
004270      88 FS-ENT073-OK      VALUE "00".
004280      88 FS-ENT073-ABS     VALUE "05".
004290      88 FIN-ENT073        VALUE "10".
004300   10 FS-ENT074         PIC   X(02).
004310      88 FS-ENT074-OK      VALUE "00".
004320   10 FS-ENT075         PIC   X(02).
004330      88 FS-ENT075-OK      VALUE "00".
004340*================================================================
004350 LINKAGE SECTION.
004360*    ---
004370*
004380*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
004390*     COL. 1 A 8  DATE DES PIECES A EMETTRE (AAAAMMJJ,
004400*                 FACULTATIVE - DATE DU JOUR PAR DEFAUT) :
004410 01 W-PARM-EXEC.
004420    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
004430    05 W-PARM-EXEC-TXT   PIC X(20).
004440*================================================================
004450 PROCEDURE DIVISION USING W-PARM-EXEC.
004460*    ---------------------
004470*
004480     PERFORM DEBUT THRU DEBUT-EXIT.
004490     IF TRT-OK
004500        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
004510     END-IF.
004520     PERFORM FIN THRU FIN-EXIT.
004530     STOP RUN.
004540*================================================================
004550*    INITIALISATIONS DE DEBUT DE TRAITEMENT : EMETTEUR, JOURNAL
004560*    DES TRANSMISSIONS, SELECTION DES PIECES ET DE LEURS LIGNES
004570*================================================================
004580 DEBUT.
004590     SET TRT-OK TO TRUE.
004595     SET ENT010-FERME ENT073-FERME ENT074-FERME TO TRUE.
004600     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
004610     IF W-PARM-EXEC-LNG NOT LESS THAN 8
004620        AND W-PARM-EXEC-TXT (1:8) NUMERIC
004630          MOVE W-PARM-EXEC-TXT (1:8) TO W-DATE-PIECES
004640     ELSE
004650        MOVE W-DATE-TRAITEMENT TO W-DATE-PIECES
004660     END-IF.
004670     OPEN OUTPUT ENT075.
004680     IF NOT FS-ENT075-OK
004690        SET TRT-KO TO TRUE
004700        GO TO DEBUT-EXIT
004710     END-IF.
004720     MOVE SPACES TO LIGNE-EFE.
004730     STRING 'EXPORT DES FACTURES ELECTRONIQUES - ' C-NOMPGM
004740            ' DU ' W-DATE-TRAITEMENT
004750            ' - PIECES DU ' W-DATE-PIECES
004760            DELIMITED BY SIZE INTO LIGNE-EFE
004770     END-STRING.
004780     WRITE LIGNE-EFE.
004790     MOVE SPACES TO LIGNE-EFE.
004800     WRITE LIGNE-EFE.
004810     PERFORM LIT-EMETTEUR THRU LIT-EMETTEUR-EXIT.
004820     IF TRT-KO
004830        GO TO DEBUT-EXIT
004840     END-IF.
004850     OPEN INPUT ENT010.
004860     IF NOT FS-ENT010-OK
004870        MOVE SPACES TO LIGNE-EFE
004880        STRING 'ERREUR - ENT010 - FICHIER CLIENTS ILLISIBLE'
004890               ' (STATUT ' FS-ENT010 ') - ARRET'
004900               DELIMITED BY SIZE INTO LIGNE-EFE
004910        END-STRING
004920        WRITE LIGNE-EFE
004930        SET TRT-KO TO TRUE
004940        GO TO DEBUT-EXIT
004950     END-IF.
004955     SET ENT010-OUVERT TO TRUE.
004960     PERFORM CHARGE-JOURNAL THRU CHARGE-JOURNAL-EXIT.
004970     IF TRT-KO
004980        GO TO DEBUT-EXIT
004990     END-IF.
005000     PERFORM SELECTIONNE-PIECES THRU SELECTIONNE-PIECES-EXIT.
005010     IF TRT-KO
005020        GO TO DEBUT-EXIT
005030     END-IF.
005040     IF W-NBR-AVR-SEL > ZERO
005050        PERFORM CHERCHE-ORIGINES THRU CHERCHE-ORIGINES-EXIT
005060     END-IF.
005070     IF W-NBR-PCE > ZERO
005080        PERFORM CHARGE-LIGNES THRU CHARGE-LIGNES-EXIT
005090     END-IF.
005100     IF TRT-KO
005110        GO TO DEBUT-EXIT
005120     END-IF.
005130     OPEN EXTEND ENT073.
005140     IF NOT FS-ENT073-OK AND NOT FS-ENT073-ABS
005150        MOVE SPACES TO LIGNE-EFE
005160        STRING 'ERREUR - ENT073 - JOURNAL INACCESSIBLE'
005170               ' (STATUT ' FS-ENT073 ') - ARRET'
005180               DELIMITED BY SIZE INTO LIGNE-EFE
005190        END-STRING
005200        WRITE LIGNE-EFE
005210        SET TRT-KO TO TRUE
005220        GO TO DEBUT-EXIT
005230     END-IF.
005235     SET ENT073-OUVERT TO TRUE.
005240     OPEN OUTPUT ENT074.
005250     IF NOT FS-ENT074-OK
005260        MOVE SPACES TO LIGNE-EFE
005270        STRING 'ERREUR - ENT074 - OUVERTURE IMPOSSIBLE'
005280               ' (STATUT ' FS-ENT074 ') - ARRET'
005290               DELIMITED BY SIZE INTO LIGNE-EFE
005300        END-STRING
005310        WRITE LIGNE-EFE
005330        SET TRT-KO TO TRUE
005340        GO TO DEBUT-EXIT
005350     END-IF.
005355     SET ENT074-OUVERT TO TRUE.
005360 DEBUT-EXIT.
005370        EXIT.
005380*----------------------------------------------------------------
005390*    LECTURE ET CONTROLE DE LA FICHE DE L'EMETTEUR : SIREN,
005400*    NUMERO DE TVA, RAISON SOCIALE ET ADRESSE OBLIGATOIRES
005410*----------------------------------------------------------------
005420 LIT-EMETTEUR.
005430     OPEN INPUT ENT071.
005440     IF NOT FS-ENT071-OK
005450        MOVE SPACES TO LIGNE-EFE
005460        STRING 'ERREUR - ENT071 - FICHE EMETTEUR ILLISIBLE'
005470               ' (STATUT ' FS-ENT071 ') - ARRET'
005480               DELIMITED BY SIZE INTO LIGNE-EFE
005490        END-STRING
005500        WRITE LIGNE-EFE
005510        SET TRT-KO TO TRUE
005520        GO TO LIT-EMETTEUR-EXIT
005530     END-IF.
005540     READ ENT071
005550        AT END
005560           MOVE SPACES TO ENT-EMT
005570     END-READ.
005580     CLOSE ENT071.
005590     IF SIREN-EMT NOT NUMERIC
005600        OR TVA-EMT = SPACES
005610        OR RAISON-EMT = SPACES
005620        OR ADR-EMT = SPACES
005630          MOVE SPACES TO LIGNE-EFE
005640          STRING 'ERREUR - ENT071 - FICHE EMETTEUR INCOMPLETE'
005650                 ' (SIREN, TVA, RAISON SOCIALE, ADRESSE)'
005660                 ' - ARRET'
005670                 DELIMITED BY SIZE INTO LIGNE-EFE
005680          END-STRING
005690          WRITE LIGNE-EFE
005700          SET TRT-KO TO TRUE
005710          GO TO LIT-EMETTEUR-EXIT
005720     END-IF.
005730     IF PAYS-EMT = SPACES
005740        MOVE 'FR' TO PAYS-EMT
005750     END-IF.
005760 LIT-EMETTEUR-EXIT.
005770        EXIT.
005780*----------------------------------------------------------------
005790*    CHARGEMENT DU JOURNAL DES TRANSMISSIONS (FICHIER FACULTATIF
005800*    - ABSENT AVANT LE PREMIER PASSAGE) : LE DERNIER EVENEMENT
005810*    DE CHAQUE PIECE EN DONNE L'ETAT
005820*----------------------------------------------------------------
005830 CHARGE-JOURNAL.
005840     MOVE ZERO TO W-NBR-JRN.
005850     OPEN INPUT ENT073.
005860     IF NOT FS-ENT073-OK AND NOT FS-ENT073-ABS
005870        MOVE SPACES TO LIGNE-EFE
005880        STRING 'ERREUR - ENT073 - JOURNAL ILLISIBLE'
005890               ' (STATUT ' FS-ENT073 ') - ARRET'
005900               DELIMITED BY SIZE INTO LIGNE-EFE
005910        END-STRING
005920        WRITE LIGNE-EFE
005930        SET TRT-KO TO TRUE
005940        GO TO CHARGE-JOURNAL-EXIT
005950     END-IF.
005960     PERFORM LIT-UN-EVENEMENT THRU LIT-UN-EVENEMENT-EXIT
005970             UNTIL FIN-ENT073.
005980     CLOSE ENT073.
005990 CHARGE-JOURNAL-EXIT.
006000        EXIT.
006010*----------------------------------------------------------------
006020 LIT-UN-EVENEMENT.
006030     READ ENT073
006040        AT END
006050           SET FIN-ENT073 TO TRUE
006060           GO TO LIT-UN-EVENEMENT-EXIT
006070     END-READ.
006080     MOVE TYP-PIECE-JRN TO W-TYP-RECH.
006090     MOVE NUM-PIECE-JRN TO W-NUM-RECH.
006100     PERFORM CHERCHE-JOURNAL THRU CHERCHE-JOURNAL-EXIT.
006110     IF JRN-INCONNU
006120        IF W-NBR-JRN NOT LESS THAN C-NBR-MAX-JRN
006130           MOVE SPACES TO LIGNE-EFE
006140           STRING 'ERREUR - ENT073 - PLAFOND DE ' C-NBR-MAX-JRN
006150                  ' PIECES JOURNALISEES ATTEINT - ARRET'
006160                  DELIMITED BY SIZE INTO LIGNE-EFE
006170           END-STRING
006180           WRITE LIGNE-EFE
006190           SET TRT-KO TO TRUE
006200           SET FIN-ENT073 TO TRUE
006210           GO TO LIT-UN-EVENEMENT-EXIT
006220        END-IF
006230        ADD 1 TO W-NBR-JRN
006240        SET IND-JRN TO W-NBR-JRN
006250        MOVE TYP-PIECE-JRN TO W-JRN-TYP       (IND-JRN)
006260        MOVE NUM-PIECE-JRN TO W-JRN-NUM       (IND-JRN)
006270        MOVE NUM-CMD-JRN   TO W-JRN-CMD       (IND-JRN)
006280        MOVE NUM-CLI-JRN   TO W-JRN-CLI       (IND-JRN)
006290        MOVE DAT-PIECE-JRN TO W-JRN-DAT-PIECE (IND-JRN)
006300        MOVE MNT-TTC-JRN   TO W-JRN-MNT       (IND-JRN)
006310        MOVE ZERO          TO W-JRN-DAT-EMIS  (IND-JRN)
006320     END-IF.
006330     MOVE EVT-JRN     TO W-JRN-ETAT    (IND-JRN).
006340     MOVE DAT-EVT-JRN TO W-JRN-DAT-EVT (IND-JRN).
006350     IF JRN-EMISE
006360        MOVE DAT-EVT-JRN TO W-JRN-DAT-EMIS (IND-JRN)
006370     END-IF.
006380 LIT-UN-EVENEMENT-EXIT.
006390        EXIT.
006400*----------------------------------------------------------------
006410*    RECHERCHE DE LA PIECE W-TYP-RECH / W-NUM-RECH DANS LA
006420*    TABLE DU JOURNAL (IND-JRN POSITIONNE SI TROUVEE)
006430*----------------------------------------------------------------
006440 CHERCHE-JOURNAL.
006450     SET JRN-INCONNU TO TRUE.
006460     IF W-NBR-JRN = ZERO
006470        GO TO CHERCHE-JOURNAL-EXIT
006480     END-IF.
006490     SET IND-JRN TO 1.
006500     SEARCH W-JRN
006510        AT END
006520           CONTINUE
006530        WHEN W-JRN-NUM (IND-JRN) = W-NUM-RECH
006540         AND W-JRN-TYP (IND-JRN) = W-TYP-RECH
006550           SET JRN-TROUVE TO TRUE
006560     END-SEARCH.
006570 CHERCHE-JOURNAL-EXIT.
006580        EXIT.
006590*----------------------------------------------------------------
006600*    SELECTION DES PIECES DE L'HISTORIQUE ENT030 : PIECES DE LA
006610*    DATE DEMANDEE NON ENCORE TRANSMISES, ET PIECES RESTEES
006620*    INCOMPLETES AUX PASSAGES PRECEDENTS
006630*----------------------------------------------------------------
006640 SELECTIONNE-PIECES.
006650     MOVE ZERO TO W-NBR-PCE.
006660     MOVE W-DATE-PIECES TO W-DAT-MIN-PCE.
006670     OPEN INPUT ENT030.
006680     IF NOT FS-ENT030-OK
006690        MOVE SPACES TO LIGNE-EFE
006700        STRING 'ERREUR - ENT030 - HISTORIQUE ILLISIBLE'
006710               ' (STATUT ' FS-ENT030 ') - ARRET'
006720               DELIMITED BY SIZE INTO LIGNE-EFE
006730        END-STRING
006740        WRITE LIGNE-EFE
006750        SET TRT-KO TO TRUE
006760        GO TO SELECTIONNE-PIECES-EXIT
006770     END-IF.
006780     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
006790     PERFORM RETIENT-ENTETE THRU RETIENT-ENTETE-EXIT
006800             UNTIL FIN-ENT030.
006810     CLOSE ENT030.
006820 SELECTIONNE-PIECES-EXIT.
006830        EXIT.
006840*----------------------------------------------------------------
006850 LIT-ENTETE.
006860     READ ENT030
006870        AT END
006880           SET FIN-ENT030 TO TRUE
006890     END-READ.
006900 LIT-ENTETE-EXIT.
006910        EXIT.
006920*----------------------------------------------------------------
006930 RETIENT-ENTETE.
006940     IF HIST-AVOIR
006950        MOVE 'A' TO W-TYP-RECH
006960        IF NUM-AVOIR-HIST NUMERIC
006970           MOVE NUM-AVOIR-HIST TO W-NUM-RECH
006980        ELSE
006990           MOVE ZERO TO W-NUM-RECH
007000        END-IF
007010     ELSE
007020        MOVE 'F' TO W-TYP-RECH
007030        IF NUM-FACT-HIST NUMERIC
007040           MOVE NUM-FACT-HIST TO W-NUM-RECH
007050        ELSE
007060           MOVE ZERO TO W-NUM-RECH
007070        END-IF
007080     END-IF.
007090     SET JRN-INCONNU TO TRUE.
007100     IF W-NUM-RECH > ZERO
007110        PERFORM CHERCHE-JOURNAL THRU CHERCHE-JOURNAL-EXIT
007120     END-IF.
007130     IF DAT-TRT-HIST NOT = W-DATE-PIECES
007140        IF JRN-INCONNU
007150           GO TO RETIENT-ENTETE-SUITE
007160        END-IF
007170        IF NOT W-JRN-INCOMPLETE (IND-JRN)
007180           GO TO RETIENT-ENTETE-SUITE
007190        END-IF
007200     END-IF.
007210     IF JRN-TROUVE
007220        IF NOT W-JRN-INCOMPLETE (IND-JRN)
007230           ADD 1 TO W-CPT-PCE-DEJA
007240           MOVE SPACES TO LIGNE-EFE
007250           STRING 'AVIS - ' W-TYP-RECH W-NUM-RECH
007260                  ' - DEJA TRANSMISE LE '
007270                  W-JRN-DAT-EMIS (IND-JRN)
007280                  ' (ETAT ' W-JRN-ETAT (IND-JRN)
007290                  ') - NON REEMISE'
007300                  DELIMITED BY SIZE INTO LIGNE-EFE
007310           END-STRING
007320           WRITE LIGNE-EFE
007330           GO TO RETIENT-ENTETE-SUITE
007340        END-IF
007350     END-IF.
007360     IF W-NBR-PCE NOT LESS THAN C-NBR-MAX-PCE
007370        MOVE SPACES TO LIGNE-EFE
007380        STRING 'ERREUR - ENT030 - PLAFOND DE ' C-NBR-MAX-PCE
007390               ' PIECES A EMETTRE ATTEINT - ARRET'
007400               DELIMITED BY SIZE INTO LIGNE-EFE
007410        END-STRING
007420        WRITE LIGNE-EFE
007430        SET TRT-KO TO TRUE
007440        SET FIN-ENT030 TO TRUE
007450        GO TO RETIENT-ENTETE-EXIT
007460     END-IF.
007470     ADD 1 TO W-NBR-PCE.
007480     SET IND-PCE TO W-NBR-PCE.
007490     MOVE W-TYP-RECH       TO W-PCE-TYP     (IND-PCE).
007500     MOVE W-NUM-RECH       TO W-PCE-NUM     (IND-PCE).
007510     MOVE NUM-CMD-HIST     TO W-PCE-CMD     (IND-PCE).
007520     MOVE NUM-CLI-HIST     TO W-PCE-CLI     (IND-PCE).
007530     MOVE DAT-TRT-HIST     TO W-PCE-DAT     (IND-PCE).
007540     MOVE MNT-FACTURE-HIST TO W-PCE-MNT-ENT (IND-PCE).
007550     IF DAT-ECH-HIST NUMERIC
007560        MOVE DAT-ECH-HIST  TO W-PCE-DAT-ECH (IND-PCE)
007570     ELSE
007580        MOVE ZERO          TO W-PCE-DAT-ECH (IND-PCE)
007590     END-IF.
007600     MOVE ZERO TO W-PCE-FACT-ORIG (IND-PCE)
007610                  W-PCE-DAT-ORIG  (IND-PCE)
007620                  W-PCE-NBR-LIG   (IND-PCE)
007630                  W-PCE-TOT-HT    (IND-PCE)
007640                  W-PCE-TOT-TVA   (IND-PCE)
007650                  W-PCE-TOT-TTC   (IND-PCE)
007660                  W-PCE-NBR-VENT  (IND-PCE).
007670     IF JRN-TROUVE
007680        SET W-PCE-IND-JRN (IND-PCE) TO IND-JRN
007690        MOVE 'R' TO W-PCE-ORIGINE (IND-PCE)
007700        ADD 1 TO W-CPT-PCE-REPRISES
007710     ELSE
007720        MOVE ZERO TO W-PCE-IND-JRN (IND-PCE)
007730        MOVE 'J' TO W-PCE-ORIGINE (IND-PCE)
007740        ADD 1 TO W-CPT-PCE-JOUR
007750     END-IF.
007760     IF W-PCE-AVOIR (IND-PCE)
007770        ADD 1 TO W-NBR-AVR-SEL
007780     END-IF.
007790     IF DAT-TRT-HIST < W-DAT-MIN-PCE
007800        MOVE DAT-TRT-HIST TO W-DAT-MIN-PCE
007810     END-IF.
007820 RETIENT-ENTETE-SUITE.
007830     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
007840 RETIENT-ENTETE-EXIT.
007850        EXIT.
007860*----------------------------------------------------------------
007870*    RECHERCHE DE LA FACTURE D'ORIGINE DE CHAQUE AVOIR RETENU :
007880*    FACTURE NUMEROTEE DE LA MEME COMMANDE, EMISE AU PLUS TARD
007890*    LE JOUR DE L'AVOIR (SECOND PASSAGE SUR ENT030)
007900*----------------------------------------------------------------
007910 CHERCHE-ORIGINES.
007920     OPEN INPUT ENT030.
007930     IF NOT FS-ENT030-OK
007940        GO TO CHERCHE-ORIGINES-EXIT
007950     END-IF.
007960     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
007970     PERFORM EXAMINE-ORIGINE THRU EXAMINE-ORIGINE-EXIT
007980             UNTIL FIN-ENT030.
007990     CLOSE ENT030.
008000 CHERCHE-ORIGINES-EXIT.
008010        EXIT.
008020*----------------------------------------------------------------
008030 EXAMINE-ORIGINE.
008040     IF HIST-AVOIR
008050        OR NUM-FACT-HIST NOT NUMERIC
008060          GO TO EXAMINE-ORIGINE-SUITE
008070     END-IF.
008080     IF NUM-FACT-HIST = ZERO
008090        GO TO EXAMINE-ORIGINE-SUITE
008100     END-IF.
008110     PERFORM RATTACHE-ORIGINE THRU RATTACHE-ORIGINE-EXIT
008120             VARYING W-IDX-PCE FROM 1 BY 1
008130             UNTIL W-IDX-PCE > W-NBR-PCE.
008140 EXAMINE-ORIGINE-SUITE.
008150     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
008160 EXAMINE-ORIGINE-EXIT.
008170        EXIT.
008180*----------------------------------------------------------------
008190 RATTACHE-ORIGINE.
008200     IF W-PCE-AVOIR (W-IDX-PCE)
008210        AND W-PCE-FACT-ORIG (W-IDX-PCE) = ZERO
008220        AND W-PCE-CMD (W-IDX-PCE) = NUM-CMD-HIST
008230        AND W-PCE-DAT (W-IDX-PCE) NOT < DAT-TRT-HIST
008240          MOVE NUM-FACT-HIST TO W-PCE-FACT-ORIG (W-IDX-PCE)
008250          MOVE DAT-TRT-HIST  TO W-PCE-DAT-ORIG  (W-IDX-PCE)
008260     END-IF.
008270 RATTACHE-ORIGINE-EXIT.
008280        EXIT.
008290*----------------------------------------------------------------
008300*    CHARGEMENT DES LIGNES ENT032 DES PIECES RETENUES : LIGNE
008310*    DE FACTURE RATTACHEE PAR SON NUMERO DE FACTURE, LIGNE
008320*    D'AVOIR PAR LA COMMANDE ET LA DATE DE L'AVOIR. TAUX DE LA
008330*    LIGNE RECONSTITUE DEPUIS LE HT ET LA TVA (ARRONDI AU
008340*    DIXIEME DE POINT), VENTILATION PAR TAUX DE LA PIECE
008350*----------------------------------------------------------------
008360 CHARGE-LIGNES.
008370     MOVE ZERO TO W-NBR-LIG.
008380     OPEN INPUT ENT032.
008390     IF NOT FS-ENT032-OK
008400        MOVE SPACES TO LIGNE-EFE
008410        STRING 'ERREUR - ENT032 - DETAIL ILLISIBLE (STATUT '
008420               FS-ENT032 ') - ARRET'
008430               DELIMITED BY SIZE INTO LIGNE-EFE
008440        END-STRING
008450        WRITE LIGNE-EFE
008460        SET TRT-KO TO TRUE
008470        GO TO CHARGE-LIGNES-EXIT
008480     END-IF.
008490     PERFORM LIT-UNE-LIGNE THRU LIT-UNE-LIGNE-EXIT
008500             UNTIL FIN-ENT032.
008510     CLOSE ENT032.
008520 CHARGE-LIGNES-EXIT.
008530        EXIT.
008540*----------------------------------------------------------------
008550 LIT-UNE-LIGNE.
008560     READ ENT032
008570        AT END
008580           SET FIN-ENT032 TO TRUE
008590           GO TO LIT-UNE-LIGNE-EXIT
008600     END-READ.
008601     IF W-NBR-AVR-SEL > ZERO
008602        AND NOT DET-AVOIR
008603        AND NUM-FACT-DET NUMERIC
008604          IF NUM-FACT-DET > ZERO
008605             PERFORM RATTACHE-ORIGINE-DET
008606                     THRU RATTACHE-ORIGINE-DET-EXIT
008607                     VARYING W-IDX-PCE FROM 1 BY 1
008608                     UNTIL W-IDX-PCE > W-NBR-PCE
008609          END-IF
008610     END-IF.
008611     IF DAT-TRT-DET < W-DAT-MIN-PCE
008620        GO TO LIT-UNE-LIGNE-EXIT
008630     END-IF.
008640     SET PCE-INCONNUE TO TRUE.
008650     SET IND-PCE TO 1.
008660     IF DET-AVOIR
008670        SEARCH W-PCE
008680           AT END
008690              CONTINUE
008700           WHEN W-PCE-AVOIR (IND-PCE)
008710            AND W-PCE-CMD (IND-PCE) = NUM-CMD-DET
008720            AND W-PCE-DAT (IND-PCE) = DAT-TRT-DET
008730              SET PCE-TROUVEE TO TRUE
008740        END-SEARCH
008750     ELSE
008760        IF NUM-FACT-DET NUMERIC
008770           IF NUM-FACT-DET > ZERO
008780              SEARCH W-PCE
008790                 AT END
008800                    CONTINUE
008810                 WHEN W-PCE-NUM (IND-PCE) = NUM-FACT-DET
008820                  AND NOT W-PCE-AVOIR (IND-PCE)
008830                    SET PCE-TROUVEE TO TRUE
008840              END-SEARCH
008850           END-IF
008860        END-IF
008870     END-IF.
008880     IF PCE-INCONNUE
008890        GO TO LIT-UNE-LIGNE-EXIT
008900     END-IF.
008910     IF W-NBR-LIG NOT LESS THAN C-NBR-MAX-LIG
008920        MOVE SPACES TO LIGNE-EFE
008930        STRING 'ERREUR - ENT032 - PLAFOND DE ' C-NBR-MAX-LIG
008940               ' LIGNES A EMETTRE ATTEINT - ARRET'
008950               DELIMITED BY SIZE INTO LIGNE-EFE
008960        END-STRING
008970        WRITE LIGNE-EFE
008980        SET TRT-KO TO TRUE
008990        SET FIN-ENT032 TO TRUE
009000        GO TO LIT-UNE-LIGNE-EXIT
009010     END-IF.
009020     IF MNT-HT-DET = ZERO
009030        MOVE ZERO TO W-TX-LIGNE
009040     ELSE
009050        COMPUTE W-TX-LIGNE ROUNDED =
009060                MNT-TVA-DET / MNT-HT-DET
009070     END-IF.
009080     ADD 1 TO W-NBR-LIG.
009090     SET IND-LIG TO W-NBR-LIG.
009100     SET W-LIG-PCE (IND-LIG) TO IND-PCE.
009110     MOVE REF-PDT-DET TO W-LIG-REF (IND-LIG).
009120     MOVE NBR-PDT-DET TO W-LIG-NBR (IND-LIG).
009130     MOVE PRX-PDT-DET TO W-LIG-PRX (IND-LIG).
009140     MOVE MNT-HT-DET  TO W-LIG-HT  (IND-LIG).
009150     MOVE W-TX-LIGNE  TO W-LIG-TX  (IND-LIG).
009160     ADD 1           TO W-PCE-NBR-LIG (IND-PCE).
009170     ADD MNT-HT-DET  TO W-PCE-TOT-HT  (IND-PCE).
009180     ADD MNT-TVA-DET TO W-PCE-TOT-TVA (IND-PCE).
009190     ADD MNT-TTC-DET TO W-PCE-TOT-TTC (IND-PCE).
009200     MOVE ZERO TO W-VENT-CIBLE.
009210     IF W-PCE-NBR-VENT (IND-PCE) > ZERO
009220        PERFORM CHERCHE-VENT THRU CHERCHE-VENT-EXIT
009230                VARYING W-IDX-VENT FROM 1 BY 1
009240                UNTIL W-IDX-VENT > W-PCE-NBR-VENT (IND-PCE)
009250                   OR W-VENT-CIBLE > ZERO
009260     END-IF.
009270     IF W-VENT-CIBLE = ZERO
009280        IF W-PCE-NBR-VENT (IND-PCE) < 5
009290           ADD 1 TO W-PCE-NBR-VENT (IND-PCE)
009300           MOVE W-PCE-NBR-VENT (IND-PCE) TO W-VENT-CIBLE
009310           MOVE W-TX-LIGNE TO W-PCE-TX (IND-PCE, W-VENT-CIBLE)
009320           MOVE ZERO TO W-PCE-BASE (IND-PCE, W-VENT-CIBLE)
009330                        W-PCE-TVA  (IND-PCE, W-VENT-CIBLE)
009340        ELSE
009350           MOVE 5 TO W-VENT-CIBLE
009360           MOVE SPACES TO LIGNE-EFE
009370           STRING 'AVIS - ' W-PCE-TYP (IND-PCE)
009380                  W-PCE-NUM (IND-PCE)
009390                  ' - PLUS DE 5 TAUX - LIGNE ' REF-PDT-DET
009400                  ' CUMULEE SOUS LE DERNIER TAUX'
009410                  DELIMITED BY SIZE INTO LIGNE-EFE
009420           END-STRING
009430           WRITE LIGNE-EFE
009440        END-IF
009450     END-IF.
009460     ADD MNT-HT-DET  TO W-PCE-BASE (IND-PCE, W-VENT-CIBLE).
009470     ADD MNT-TVA-DET TO W-PCE-TVA  (IND-PCE, W-VENT-CIBLE).
009480 LIT-UNE-LIGNE-EXIT.
009481        EXIT.
009482*----------------------------------------------------------------
009483*    AVOIR SANS FACTURE D'ORIGINE DANS ENT030 : COMMANDE REPRISE
009484*    SUR UNE FACTURE RECAPITULATIVE, RETROUVEE PAR LA LIGNE DE
009485*    FACTURE ENT032 DE LA MEME COMMANDE
009486*----------------------------------------------------------------
009487 RATTACHE-ORIGINE-DET.
009488     IF W-PCE-AVOIR (W-IDX-PCE)
009489        AND W-PCE-FACT-ORIG (W-IDX-PCE) = ZERO
009490        AND W-PCE-CMD (W-IDX-PCE) = NUM-CMD-DET
009491        AND W-PCE-DAT (W-IDX-PCE) NOT < DAT-TRT-DET
009492          MOVE NUM-FACT-DET TO W-PCE-FACT-ORIG (W-IDX-PCE)
009493          MOVE DAT-TRT-DET  TO W-PCE-DAT-ORIG  (W-IDX-PCE)
009494     END-IF.
009495 RATTACHE-ORIGINE-DET-EXIT.
009496        EXIT.
009500*----------------------------------------------------------------
009510 CHERCHE-VENT.
009520     IF W-PCE-TX (IND-PCE, W-IDX-VENT) = W-TX-LIGNE
009530        MOVE W-IDX-VENT TO W-VENT-CIBLE
009540     END-IF.
009550 CHERCHE-VENT-EXIT.
009560        EXIT.
009570*================================================================
009580*    TRAITEMENT PRINCIPAL - RETOURS DE LA PLATEFORME, PUIS
009590*    CONTROLE ET EMISSION DE CHAQUE PIECE RETENUE, PUIS LISTE
009600*    DES PIECES EN ATTENTE D'ACCUSE
009610*================================================================
009620 TRAITEMENT.
009630     PERFORM APPLIQUE-RETOURS THRU APPLIQUE-RETOURS-EXIT.
009640     IF W-NBR-PCE > ZERO
009650        PERFORM TRAITE-PIECE THRU TRAITE-PIECE-EXIT
009660                VARYING IND-PCE FROM 1 BY 1
009670                UNTIL IND-PCE > W-NBR-PCE
009680     END-IF.
009690     PERFORM EDITE-EN-ATTENTE THRU EDITE-EN-ATTENTE-EXIT.
009700 TRAITEMENT-EXIT.
009710        EXIT.
009720*----------------------------------------------------------------
009730*    RETOURS DE LA PLATEFORME (FICHIER FACULTATIF) : UNE PIECE
009740*    EMISE PEUT ETRE ACCEPTEE OU REJETEE, UNE PIECE ACCEPTEE
009750*    PEUT ENCORE ETRE REJETEE (REFUS DU DESTINATAIRE)
009760*----------------------------------------------------------------
009770 APPLIQUE-RETOURS.
009780     OPEN INPUT ENT072.
009790     IF NOT FS-ENT072-OK AND NOT FS-ENT072-ABS
009800        MOVE SPACES TO LIGNE-EFE
009810        STRING 'AVIS - ENT072 - RETOURS ILLISIBLES'
009820               ' (STATUT ' FS-ENT072 ') - NON TRAITES'
009830               DELIMITED BY SIZE INTO LIGNE-EFE
009840        END-STRING
009850        WRITE LIGNE-EFE
009860        GO TO APPLIQUE-RETOURS-EXIT
009870     END-IF.
009880     PERFORM TRAITE-RETOUR THRU TRAITE-RETOUR-EXIT
009890             UNTIL FIN-ENT072.
009900     CLOSE ENT072.
009910 APPLIQUE-RETOURS-EXIT.
009920        EXIT.
009930*----------------------------------------------------------------
009940 TRAITE-RETOUR.
009950     READ ENT072
009960        AT END
009970           SET FIN-ENT072 TO TRUE
009980           GO TO TRAITE-RETOUR-EXIT
009990     END-READ.
010000     ADD 1 TO W-CPT-RET-LUS.
010010     IF (TYP-PIECE-RET NOT = 'F' AND TYP-PIECE-RET NOT = 'A')
010020        OR NUM-PIECE-RET NOT NUMERIC
010030          MOVE 'PIECE INVALIDE' TO W-MOTIF-REJET
010040          GO TO TRAITE-RETOUR-REJET
010050     END-IF.
010060     IF NOT RET-ACCEPTEE AND NOT RET-REJETEE
010070        MOVE 'STATUT INVALIDE (ATTENDU A OU R)' TO W-MOTIF-REJET
010080        GO TO TRAITE-RETOUR-REJET
010090     END-IF.
010100     MOVE TYP-PIECE-RET   TO W-TYP-RECH.
010110     MOVE NUM-PIECE-RET-N TO W-NUM-RECH.
010120     PERFORM CHERCHE-JOURNAL THRU CHERCHE-JOURNAL-EXIT.
010130     IF JRN-INCONNU
010140        MOVE 'PIECE JAMAIS EMISE' TO W-MOTIF-REJET
010150        GO TO TRAITE-RETOUR-REJET
010160     END-IF.
010170     IF W-JRN-INCOMPLETE (IND-JRN)
010180        MOVE 'PIECE NON EMISE (INCOMPLETE)' TO W-MOTIF-REJET
010190        GO TO TRAITE-RETOUR-REJET
010200     END-IF.
010210     IF W-JRN-REJETEE (IND-JRN)
010220        OR (W-JRN-ACCEPTEE (IND-JRN) AND RET-ACCEPTEE)
010230          MOVE SPACES TO LIGNE-EFE
010240          STRING 'AVIS - RETOUR ' TYP-PIECE-RET NUM-PIECE-RET
010250                 ' STATUT ' STATUT-RET
010260                 ' - SANS EFFET, PIECE DEJA EN ETAT '
010270                 W-JRN-ETAT (IND-JRN)
010280                 DELIMITED BY SIZE INTO LIGNE-EFE
010290          END-STRING
010300          WRITE LIGNE-EFE
010310          GO TO TRAITE-RETOUR-EXIT
010320     END-IF.
010330     MOVE STATUT-RET TO W-EVT-JRN.
010340     MOVE SPACES TO ENT-JRN.
010350     IF DAT-RET NUMERIC
010360        MOVE DAT-RET TO DAT-EVT-JRN
010370     ELSE
010380        MOVE W-DATE-TRAITEMENT TO DAT-EVT-JRN
010390     END-IF.
010400     MOVE COD-RET        TO COD-RET-JRN.
010410     MOVE LIB-RET (1:28) TO LIB-JRN.
010420     PERFORM ECRIT-EVENEMENT THRU ECRIT-EVENEMENT-EXIT.
010430     ADD 1 TO W-CPT-RET-APPLIQUES.
010440     MOVE SPACES TO LIGNE-EFE.
010450     IF RET-ACCEPTEE
010460        STRING 'RETOUR - ' TYP-PIECE-RET NUM-PIECE-RET
010470               ' - ACCEPTEE PAR LA PLATEFORME LE ' DAT-EVT-JRN
010480               DELIMITED BY SIZE INTO LIGNE-EFE
010490        END-STRING
010500     ELSE
010510        STRING 'RETOUR - ' TYP-PIECE-RET NUM-PIECE-RET
010520               ' - *** REJETEE *** LE ' DAT-EVT-JRN
010530               ' - ' COD-RET ' ' LIB-RET
010540               DELIMITED BY SIZE INTO LIGNE-EFE
010550        END-STRING
010560     END-IF.
010570     WRITE LIGNE-EFE.
010580     GO TO TRAITE-RETOUR-EXIT.
010590 TRAITE-RETOUR-REJET.
010600     ADD 1 TO W-CPT-RET-REJETES.
010610     MOVE SPACES TO LIGNE-EFE.
010620     STRING 'REJET - RETOUR ' TYP-PIECE-RET NUM-PIECE-RET
010630            ' STATUT ' STATUT-RET ' - ' W-MOTIF-REJET
010640            DELIMITED BY SIZE INTO LIGNE-EFE
010650     END-STRING.
010660     WRITE LIGNE-EFE.
010670 TRAITE-RETOUR-EXIT.
010680        EXIT.
010690*----------------------------------------------------------------
010700*    ECRITURE D'UN EVENEMENT W-EVT-JRN AU JOURNAL POUR LA PIECE
010710*    IND-JRN ET MISE A JOUR DE SON ETAT DANS LA TABLE - LA DATE,
010720*    LE CODE ET LE LIBELLE SONT SERVIS PAR L'APPELANT
010730*----------------------------------------------------------------
010740 ECRIT-EVENEMENT.
010750     MOVE W-JRN-TYP       (IND-JRN) TO TYP-PIECE-JRN.
010760     MOVE W-JRN-NUM       (IND-JRN) TO NUM-PIECE-JRN.
010770     MOVE W-JRN-CMD       (IND-JRN) TO NUM-CMD-JRN.
010780     MOVE W-JRN-CLI       (IND-JRN) TO NUM-CLI-JRN.
010790     MOVE W-JRN-DAT-PIECE (IND-JRN) TO DAT-PIECE-JRN.
010800     MOVE W-JRN-MNT       (IND-JRN) TO MNT-TTC-JRN.
010810     MOVE W-EVT-JRN                 TO EVT-JRN.
010820     WRITE ENT-JRN.
010830     MOVE W-EVT-JRN   TO W-JRN-ETAT    (IND-JRN).
010840     MOVE DAT-EVT-JRN TO W-JRN-DAT-EVT (IND-JRN).
010850     IF JRN-EMISE
010860        MOVE DAT-EVT-JRN TO W-JRN-DAT-EMIS (IND-JRN)
010870     END-IF.
010880 ECRIT-EVENEMENT-EXIT.
010890        EXIT.
010900*----------------------------------------------------------------
010910*    CONTROLE DES DONNEES OBLIGATOIRES DE LA PIECE IND-PCE PUIS
010920*    EMISSION, OU REJET JOURNALISE POUR REPRISE ULTERIEURE
010930*----------------------------------------------------------------
010940 TRAITE-PIECE.
010950     MOVE ZERO TO W-NBR-MOTIFS.
010960     MOVE SPACES TO W-PREMIER-MOTIF.
010970     MOVE SPACES TO W-ID-PIECE.
010980     STRING W-PCE-TYP (IND-PCE) W-PCE-NUM (IND-PCE)
010990            DELIMITED BY SIZE INTO W-ID-PIECE
011000     END-STRING.
011010     IF W-PCE-NUM (IND-PCE) = ZERO
011020        MOVE 'NUMERO LEGAL DE LA PIECE ABSENT' TO W-MOTIF-REJET
011030        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011040     END-IF.
011050     MOVE W-PCE-CLI (IND-PCE) TO NUM-CLI.
011060     READ ENT010
011070        INVALID KEY
011080           SET CLI-ABSENT TO TRUE
011090        NOT INVALID KEY
011100           SET CLI-PRESENT TO TRUE
011110     END-READ.
011120     IF CLI-ABSENT
011130        MOVE 'CLIENT ABSENT DU FICHIER ENT010' TO W-MOTIF-REJET
011140        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011150     ELSE
011160        PERFORM CONTROLE-CLIENT THRU CONTROLE-CLIENT-EXIT
011170     END-IF.
011180     IF NOT W-PCE-AVOIR (IND-PCE)
011190        AND W-PCE-DAT-ECH (IND-PCE) = ZERO
011200          MOVE 'DATE D ECHEANCE ABSENTE' TO W-MOTIF-REJET
011210          PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011220     END-IF.
011230     IF W-PCE-AVOIR (IND-PCE)
011240        AND W-PCE-FACT-ORIG (IND-PCE) = ZERO
011250          MOVE 'FACTURE D ORIGINE DE L AVOIR INTROUVABLE'
011260               TO W-MOTIF-REJET
011270          PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011280     END-IF.
011290     IF W-PCE-NBR-LIG (IND-PCE) = ZERO
011300        MOVE 'AUCUNE LIGNE DE DETAIL DANS ENT032'
011310             TO W-MOTIF-REJET
011320        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011330     ELSE
011340        IF W-PCE-TOT-TTC (IND-PCE) NOT = W-PCE-MNT-ENT (IND-PCE)
011350           MOVE 'TOTAL DES LIGNES DIFFERENT DE L ENTETE'
011360                TO W-MOTIF-REJET
011370           PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011380        END-IF
011390     END-IF.
011400     IF W-NBR-MOTIFS > ZERO
011410        PERFORM JOURNALISE-INCOMPLETE
011420                THRU JOURNALISE-INCOMPLETE-EXIT
011430        GO TO TRAITE-PIECE-EXIT
011440     END-IF.
011450     PERFORM GENERE-DOCUMENT THRU GENERE-DOCUMENT-EXIT.
011460     PERFORM JOURNALISE-EMISSION THRU JOURNALISE-EMISSION-EXIT.
011470 TRAITE-PIECE-EXIT.
011480        EXIT.
011490*----------------------------------------------------------------
011500*    IDENTIFICATION DE L'ACHETEUR : NOM ET ADRESSE, NUMERO DE
011510*    TVA INTRACOMMUNAUTAIRE, SIREN POUR UN CLIENT FRANCAIS
011520*----------------------------------------------------------------
011530 CONTROLE-CLIENT.
011540     IF NOM-CLI = SPACES
011550        MOVE 'NOM DU CLIENT A BLANC' TO W-MOTIF-REJET
011560        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011570     END-IF.
011580     IF ADR-CLI = SPACES
011590        MOVE 'ADRESSE DU CLIENT A BLANC' TO W-MOTIF-REJET
011600        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011610     END-IF.
011620     IF TVA-CEE-CLI = SPACES
011630        MOVE 'NUMERO DE TVA INTRACOMMUNAUTAIRE ABSENT'
011640             TO W-MOTIF-REJET
011650        PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011660     END-IF.
011670     IF SIREN-CLI = SPACES
011680        AND (TVA-CEE-CLI = SPACES OR TVA-CEE-CLI (1:2) = 'FR')
011690          MOVE 'NUMERO SIREN DU CLIENT ABSENT' TO W-MOTIF-REJET
011700          PERFORM NOTE-MOTIF THRU NOTE-MOTIF-EXIT
011710     END-IF.
011720 CONTROLE-CLIENT-EXIT.
011730        EXIT.
011740*----------------------------------------------------------------
011750 NOTE-MOTIF.
011760     ADD 1 TO W-NBR-MOTIFS.
011770     IF W-NBR-MOTIFS = 1
011780        MOVE W-MOTIF-REJET TO W-PREMIER-MOTIF
011790     END-IF.
011800     MOVE SPACES TO LIGNE-EFE.
011810     STRING 'REJET - ' W-ID-PIECE
011820            ' - COMMANDE ' W-PCE-CMD (IND-PCE)
011830            ' - CLIENT ' W-PCE-CLI (IND-PCE)
011840            ' - ' W-MOTIF-REJET
011850            DELIMITED BY SIZE INTO LIGNE-EFE
011860     END-STRING.
011870     WRITE LIGNE-EFE.
011880 NOTE-MOTIF-EXIT.
011890        EXIT.
011900*----------------------------------------------------------------
011910*    PIECE INCOMPLETE : JOURNALISEE UNE FOIS (ETAT I) POUR ETRE
011920*    REPRISE AUX PASSAGES SUIVANTS - UNE PIECE SANS NUMERO NE
011930*    PEUT PAS ETRE JOURNALISEE
011940*----------------------------------------------------------------
011950 JOURNALISE-INCOMPLETE.
011960     ADD 1 TO W-CPT-PCE-INCOMPL.
011970     IF W-PCE-NUM (IND-PCE) = ZERO
011980        OR W-PCE-REPRISE (IND-PCE)
011990          GO TO JOURNALISE-INCOMPLETE-EXIT
012000     END-IF.
012010     PERFORM AJOUTE-AU-JOURNAL THRU AJOUTE-AU-JOURNAL-EXIT.
012020     MOVE SPACES TO ENT-JRN.
012030     MOVE W-DATE-TRAITEMENT      TO DAT-EVT-JRN.
012040     MOVE W-PREMIER-MOTIF (1:28) TO LIB-JRN.
012050     MOVE 'I' TO W-EVT-JRN.
012060     PERFORM ECRIT-EVENEMENT THRU ECRIT-EVENEMENT-EXIT.
012070 JOURNALISE-INCOMPLETE-EXIT.
012080        EXIT.
012090*----------------------------------------------------------------
012100 JOURNALISE-EMISSION.
012110     ADD 1 TO W-CPT-PCE-EMISES.
012120     ADD W-PCE-MNT-ENT (IND-PCE) TO W-MNT-EMIS.
012130     IF W-PCE-REPRISE (IND-PCE)
012140        SET IND-JRN TO W-PCE-IND-JRN (IND-PCE)
012150     ELSE
012160        PERFORM AJOUTE-AU-JOURNAL THRU AJOUTE-AU-JOURNAL-EXIT
012170     END-IF.
012180     MOVE SPACES TO ENT-JRN.
012190     MOVE W-DATE-TRAITEMENT TO DAT-EVT-JRN.
012200     MOVE 'EMISE VERS LA PLATEFORME' TO LIB-JRN.
012210     MOVE 'E' TO W-EVT-JRN.
012220     PERFORM ECRIT-EVENEMENT THRU ECRIT-EVENEMENT-EXIT.
012230     MOVE W-PCE-MNT-ENT (IND-PCE) TO W-EDT-MNT.
012240     MOVE SPACES TO LIGNE-EFE.
012250     STRING 'EMISE - ' W-ID-PIECE
012260            ' - COMMANDE ' W-PCE-CMD (IND-PCE)
012270            ' - CLIENT ' W-PCE-CLI (IND-PCE) ' ' NOM-CLI
012280            ' - TTC ' W-EDT-MNT
012290            DELIMITED BY SIZE INTO LIGNE-EFE
012300     END-STRING.
012310     WRITE LIGNE-EFE.
012320 JOURNALISE-EMISSION-EXIT.
012330        EXIT.
012340*----------------------------------------------------------------
012350*    AJOUT DE LA PIECE IND-PCE A LA TABLE DU JOURNAL (PLAFOND
012360*    ATTEINT : LE DERNIER POSTE EST REUTILISE, SEULE LA LISTE DES
012370*    PIECES EN ATTENTE EN EST AFFECTEE)
012380*----------------------------------------------------------------
012390 AJOUTE-AU-JOURNAL.
012400     IF W-NBR-JRN < C-NBR-MAX-JRN
012410        ADD 1 TO W-NBR-JRN
012420     END-IF.
012430     SET IND-JRN TO W-NBR-JRN.
012440     MOVE W-PCE-TYP     (IND-PCE) TO W-JRN-TYP       (IND-JRN).
012450     MOVE W-PCE-NUM     (IND-PCE) TO W-JRN-NUM       (IND-JRN).
012460     MOVE W-PCE-CMD     (IND-PCE) TO W-JRN-CMD       (IND-JRN).
012470     MOVE W-PCE-CLI     (IND-PCE) TO W-JRN-CLI       (IND-JRN).
012480     MOVE W-PCE-DAT     (IND-PCE) TO W-JRN-DAT-PIECE (IND-JRN).
012490     MOVE W-PCE-MNT-ENT (IND-PCE) TO W-JRN-MNT       (IND-JRN).
012500     MOVE ZERO                    TO W-JRN-DAT-EMIS  (IND-JRN).
012510 AJOUTE-AU-JOURNAL-EXIT.
012520        EXIT.
012530*================================================================
012540*    GENERATION DU DOCUMENT UBL DE LA PIECE IND-PCE (INVOICE
012550*    380 OU CREDITNOTE 381) - MONTANTS DE L'AVOIR EN POSITIF
012560*================================================================
012570 GENERE-DOCUMENT.
012580     IF W-PCE-AVOIR (IND-PCE)
012590        MOVE -1                       TO W-SIGNE
012600        MOVE 'CreditNote'             TO W-RACINE
012610        MOVE 'cbc:CreditNoteTypeCode' TO W-BAL-TYPE-DOC
012620        MOVE '381'                    TO W-COD-TYPE-DOC
012630        MOVE 'cac:CreditNoteLine'     TO W-BAL-LIGNE
012640        MOVE 'cbc:CreditedQuantity'   TO W-BAL-QTE
012650     ELSE
012660        MOVE 1                        TO W-SIGNE
012670        MOVE 'Invoice'                TO W-RACINE
012680        MOVE 'cbc:InvoiceTypeCode'    TO W-BAL-TYPE-DOC
012690        MOVE '380'                    TO W-COD-TYPE-DOC
012700        MOVE 'cac:InvoiceLine'        TO W-BAL-LIGNE
012710        MOVE 'cbc:InvoicedQuantity'   TO W-BAL-QTE
012720     END-IF.
012730     MOVE SPACES TO W-ATTRIBUT.
012740     PERFORM ECRIT-XML-ENTETE THRU ECRIT-XML-ENTETE-EXIT.
012750     MOVE 'cac:AccountingSupplierParty' TO W-BAL-PARTIE.
012760     MOVE SIREN-EMT  TO W-PTY-SIREN.
012770     MOVE TVA-EMT    TO W-PTY-TVA.
012780     MOVE RAISON-EMT TO W-PTY-NOM.
012790     MOVE ADR-EMT    TO W-PTY-ADR.
012800     MOVE PAYS-EMT   TO W-PTY-PAYS.
012810     PERFORM ECRIT-XML-PARTIE THRU ECRIT-XML-PARTIE-EXIT.
012820     MOVE 'cac:AccountingCustomerParty' TO W-BAL-PARTIE.
012830     MOVE SIREN-CLI   TO W-PTY-SIREN.
012840     MOVE TVA-CEE-CLI TO W-PTY-TVA.
012850     MOVE NOM-CLI     TO W-PTY-NOM.
012860     MOVE ADR-CLI     TO W-PTY-ADR.
012870     IF TVA-CEE-CLI (1:2) = 'EL'
012880        MOVE 'GR' TO W-PTY-PAYS
012890     ELSE
012900        MOVE TVA-CEE-CLI (1:2) TO W-PTY-PAYS
012910     END-IF.
012920     PERFORM ECRIT-XML-PARTIE THRU ECRIT-XML-PARTIE-EXIT.
012930     PERFORM ECRIT-XML-TVA THRU ECRIT-XML-TVA-EXIT.
012940     PERFORM ECRIT-XML-TOTAUX THRU ECRIT-XML-TOTAUX-EXIT.
012950     MOVE ZERO TO W-NUM-LIG-XML.
012960     PERFORM ECRIT-XML-LIGNE THRU ECRIT-XML-LIGNE-EXIT
012970             VARYING W-IDX-LIG FROM 1 BY 1
012980             UNTIL W-IDX-LIG > W-NBR-LIG.
012990     MOVE SPACES TO LIGNE-XML.
013000     STRING '</' DELIMITED BY SIZE
013010            W-RACINE DELIMITED BY SPACE
013020            '>' DELIMITED BY SIZE
013030            INTO LIGNE-XML
013040     END-STRING.
013050     WRITE LIGNE-XML.
013060 GENERE-DOCUMENT-EXIT.
013070        EXIT.
013080*----------------------------------------------------------------
013090*    EN-TETE DU DOCUMENT : DECLARATION, RACINE, NORME, NUMERO,
013100*    DATES, TYPE, DEVISE, REFERENCES CLIENT / COMMANDE ET, POUR
013110*    UN AVOIR, FACTURE D'ORIGINE
013120*----------------------------------------------------------------
013130 ECRIT-XML-ENTETE.
013140     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO LIGNE-XML.
013150     WRITE LIGNE-XML.
013160     MOVE SPACES TO LIGNE-XML.
013170     STRING '<' DELIMITED BY SIZE
013180            W-RACINE DELIMITED BY SPACE
013190            ' xmlns="' C-NS-UBL ':xsd:' DELIMITED BY SIZE
013200            W-RACINE DELIMITED BY SPACE
013210            '-2"' DELIMITED BY SIZE
013220            INTO LIGNE-XML
013230     END-STRING.
013240     WRITE LIGNE-XML.
013250     MOVE SPACES TO LIGNE-XML.
013260     STRING '  xmlns:cac="' C-NS-UBL
013270            ':xsd:CommonAggregateComponents-2"'
013280            DELIMITED BY SIZE INTO LIGNE-XML
013290     END-STRING.
013300     WRITE LIGNE-XML.
013310     MOVE SPACES TO LIGNE-XML.
013320     STRING '  xmlns:cbc="' C-NS-UBL
013330            ':xsd:CommonBasicComponents-2">'
013340            DELIMITED BY SIZE INTO LIGNE-XML
013350     END-STRING.
013360     WRITE LIGNE-XML.
013370     MOVE 2 TO W-INDENT.
013380     MOVE C-NORME TO W-TXT-BRUT.
013390     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013400     MOVE 'cbc:CustomizationID' TO W-BALISE.
013410     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013420     MOVE W-ID-PIECE TO W-TXT-BRUT.
013430     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013440     MOVE 'cbc:ID' TO W-BALISE.
013450     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013460     MOVE W-PCE-DAT (IND-PCE) TO W-DATE-XML-N.
013470     PERFORM XML-DATE THRU XML-DATE-EXIT.
013480     MOVE 'cbc:IssueDate' TO W-BALISE.
013490     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013500     IF NOT W-PCE-AVOIR (IND-PCE)
013510        MOVE W-PCE-DAT-ECH (IND-PCE) TO W-DATE-XML-N
013520        PERFORM XML-DATE THRU XML-DATE-EXIT
013530        MOVE 'cbc:DueDate' TO W-BALISE
013540        PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT
013550     END-IF.
013560     MOVE W-COD-TYPE-DOC TO W-TXT-BRUT.
013570     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013580     MOVE W-BAL-TYPE-DOC TO W-BALISE.
013590     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013600     MOVE 'EUR' TO W-TXT-BRUT.
013610     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013620     MOVE 'cbc:DocumentCurrencyCode' TO W-BALISE.
013630     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013640     MOVE W-PCE-CLI (IND-PCE) TO W-TXT-BRUT.
013650     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013660     MOVE 'cbc:BuyerReference' TO W-BALISE.
013670     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013680     MOVE 'cac:OrderReference' TO W-BALISE.
013690     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
013700     MOVE W-PCE-CMD (IND-PCE) TO W-TXT-BRUT.
013710     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013720     MOVE 'cbc:ID' TO W-BALISE.
013730     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013740     MOVE 'cac:OrderReference' TO W-BALISE.
013750     PERFORM XML-FERME THRU XML-FERME-EXIT.
013760     IF NOT W-PCE-AVOIR (IND-PCE)
013770        GO TO ECRIT-XML-ENTETE-EXIT
013780     END-IF.
013790     MOVE 'cac:BillingReference' TO W-BALISE.
013800     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
013810     MOVE 'cac:InvoiceDocumentReference' TO W-BALISE.
013820     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
013830     MOVE SPACES TO W-TXT-BRUT.
013840     STRING 'F' W-PCE-FACT-ORIG (IND-PCE)
013850            DELIMITED BY SIZE INTO W-TXT-BRUT
013860     END-STRING.
013870     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
013880     MOVE 'cbc:ID' TO W-BALISE.
013890     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013900     MOVE W-PCE-DAT-ORIG (IND-PCE) TO W-DATE-XML-N.
013910     PERFORM XML-DATE THRU XML-DATE-EXIT.
013920     MOVE 'cbc:IssueDate' TO W-BALISE.
013930     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
013940     MOVE 'cac:InvoiceDocumentReference' TO W-BALISE.
013950     PERFORM XML-FERME THRU XML-FERME-EXIT.
013960     MOVE 'cac:BillingReference' TO W-BALISE.
013970     PERFORM XML-FERME THRU XML-FERME-EXIT.
013980 ECRIT-XML-ENTETE-EXIT.
013990        EXIT.
014000*----------------------------------------------------------------
014010*    PARTIE VENDEUR OU ACHETEUR (W-BAL-PARTIE, W-PARTIE) :
014020*    ADRESSE ELECTRONIQUE (SIREN), ADRESSE POSTALE, NUMERO DE
014030*    TVA, RAISON SOCIALE ET SIREN
014040*----------------------------------------------------------------
014050 ECRIT-XML-PARTIE.
014060     MOVE W-BAL-PARTIE TO W-BALISE.
014070     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014080     MOVE 'cac:Party' TO W-BALISE.
014090     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014100     IF W-PTY-SIREN NOT = SPACES
014110        MOVE W-PTY-SIREN TO W-TXT-BRUT
014120        PERFORM XML-TEXTE THRU XML-TEXTE-EXIT
014130        MOVE 'schemeID="0225"' TO W-ATTRIBUT
014140        MOVE 'cbc:EndpointID' TO W-BALISE
014150        PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT
014160     END-IF.
014170     MOVE 'cac:PostalAddress' TO W-BALISE.
014180     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014190     MOVE W-PTY-ADR TO W-TXT-BRUT.
014200     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
014210     MOVE 'cbc:StreetName' TO W-BALISE.
014220     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014230     MOVE 'cac:Country' TO W-BALISE.
014240     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014250     MOVE W-PTY-PAYS TO W-TXT-BRUT.
014260     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
014270     MOVE 'cbc:IdentificationCode' TO W-BALISE.
014280     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014290     MOVE 'cac:Country' TO W-BALISE.
014300     PERFORM XML-FERME THRU XML-FERME-EXIT.
014310     MOVE 'cac:PostalAddress' TO W-BALISE.
014320     PERFORM XML-FERME THRU XML-FERME-EXIT.
014330     MOVE 'cac:PartyTaxScheme' TO W-BALISE.
014340     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014350     MOVE W-PTY-TVA TO W-TXT-BRUT.
014360     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
014370     MOVE 'cbc:CompanyID' TO W-BALISE.
014380     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014390     PERFORM XML-SCHEMA-TVA THRU XML-SCHEMA-TVA-EXIT.
014400     MOVE 'cac:PartyTaxScheme' TO W-BALISE.
014410     PERFORM XML-FERME THRU XML-FERME-EXIT.
014420     MOVE 'cac:PartyLegalEntity' TO W-BALISE.
014430     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014440     MOVE W-PTY-NOM TO W-TXT-BRUT.
014450     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
014460     MOVE 'cbc:RegistrationName' TO W-BALISE.
014470     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014480     IF W-PTY-SIREN NOT = SPACES
014490        MOVE W-PTY-SIREN TO W-TXT-BRUT
014500        PERFORM XML-TEXTE THRU XML-TEXTE-EXIT
014510        MOVE 'schemeID="0002"' TO W-ATTRIBUT
014520        MOVE 'cbc:CompanyID' TO W-BALISE
014530        PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT
014540     END-IF.
014550     MOVE 'cac:PartyLegalEntity' TO W-BALISE.
014560     PERFORM XML-FERME THRU XML-FERME-EXIT.
014570     MOVE 'cac:Party' TO W-BALISE.
014580     PERFORM XML-FERME THRU XML-FERME-EXIT.
014590     MOVE W-BAL-PARTIE TO W-BALISE.
014600     PERFORM XML-FERME THRU XML-FERME-EXIT.
014610 ECRIT-XML-PARTIE-EXIT.
014620        EXIT.
014630*----------------------------------------------------------------
014640*    TOTAL DE TVA ET VENTILATION PAR TAUX (CATEGORIE S, OU Z
014650*    POUR UN TAUX NUL)
014660*----------------------------------------------------------------
014670 ECRIT-XML-TVA.
014680     MOVE 'cac:TaxTotal' TO W-BALISE.
014690     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014700     COMPUTE W-MNT-XML = W-PCE-TOT-TVA (IND-PCE) * W-SIGNE.
014710     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
014720     MOVE 'cbc:TaxAmount' TO W-BALISE.
014730     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014740     PERFORM ECRIT-XML-UN-TAUX THRU ECRIT-XML-UN-TAUX-EXIT
014750             VARYING W-IDX-VENT FROM 1 BY 1
014760             UNTIL W-IDX-VENT > W-PCE-NBR-VENT (IND-PCE).
014770     MOVE 'cac:TaxTotal' TO W-BALISE.
014780     PERFORM XML-FERME THRU XML-FERME-EXIT.
014790 ECRIT-XML-TVA-EXIT.
014800        EXIT.
014810*----------------------------------------------------------------
014820 ECRIT-XML-UN-TAUX.
014830     MOVE 'cac:TaxSubtotal' TO W-BALISE.
014840     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
014850     COMPUTE W-MNT-XML =
014860             W-PCE-BASE (IND-PCE, W-IDX-VENT) * W-SIGNE.
014870     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
014880     MOVE 'cbc:TaxableAmount' TO W-BALISE.
014890     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014900     COMPUTE W-MNT-XML =
014910             W-PCE-TVA (IND-PCE, W-IDX-VENT) * W-SIGNE.
014920     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
014930     MOVE 'cbc:TaxAmount' TO W-BALISE.
014940     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
014950     MOVE W-PCE-TX (IND-PCE, W-IDX-VENT) TO W-TX-LIGNE.
014960     MOVE 'cac:TaxCategory' TO W-BALISE.
014970     PERFORM XML-CATEGORIE-TVA THRU XML-CATEGORIE-TVA-EXIT.
014980     MOVE 'cac:TaxSubtotal' TO W-BALISE.
014990     PERFORM XML-FERME THRU XML-FERME-EXIT.
015000 ECRIT-XML-UN-TAUX-EXIT.
015010        EXIT.
015020*----------------------------------------------------------------
015030 ECRIT-XML-TOTAUX.
015040     MOVE 'cac:LegalMonetaryTotal' TO W-BALISE.
015050     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015060     COMPUTE W-MNT-XML = W-PCE-TOT-HT (IND-PCE) * W-SIGNE.
015070     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015080     MOVE 'cbc:LineExtensionAmount' TO W-BALISE.
015090     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015100     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015110     MOVE 'cbc:TaxExclusiveAmount' TO W-BALISE.
015120     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015130     COMPUTE W-MNT-XML = W-PCE-TOT-TTC (IND-PCE) * W-SIGNE.
015140     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015150     MOVE 'cbc:TaxInclusiveAmount' TO W-BALISE.
015160     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015170     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015180     MOVE 'cbc:PayableAmount' TO W-BALISE.
015190     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015200     MOVE 'cac:LegalMonetaryTotal' TO W-BALISE.
015210     PERFORM XML-FERME THRU XML-FERME-EXIT.
015220 ECRIT-XML-TOTAUX-EXIT.
015230        EXIT.
015240*----------------------------------------------------------------
015250*    LIGNE DE LA PIECE : QUANTITE, MONTANT HT, ARTICLE ET TAUX,
015260*    PRIX UNITAIRE
015270*----------------------------------------------------------------
015280 ECRIT-XML-LIGNE.
015290     SET W-IDX-PCE TO IND-PCE.
015300     IF W-LIG-PCE (W-IDX-LIG) NOT = W-IDX-PCE
015310        GO TO ECRIT-XML-LIGNE-EXIT
015320     END-IF.
015330     ADD 1 TO W-NUM-LIG-XML.
015340     MOVE W-BAL-LIGNE TO W-BALISE.
015350     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015360     MOVE W-NUM-LIG-XML TO W-TXT-BRUT.
015370     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
015380     MOVE 'cbc:ID' TO W-BALISE.
015390     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015400     COMPUTE W-QTE-XML = W-LIG-NBR (W-IDX-LIG) * W-SIGNE.
015410     MOVE W-QTE-XML TO W-EDT-QTE-XML.
015420     MOVE ZERO TO W-NBR-BLANCS.
015430     INSPECT W-EDT-QTE-XML TALLYING W-NBR-BLANCS
015440             FOR LEADING SPACE.
015450     MOVE SPACES TO W-TXT-XML.
015460     COMPUTE W-LNG-TXT = 6 - W-NBR-BLANCS.
015470     MOVE W-EDT-QTE-XML (W-NBR-BLANCS + 1:W-LNG-TXT)
015480          TO W-TXT-XML.
015490     MOVE 'unitCode="C62"' TO W-ATTRIBUT.
015500     MOVE W-BAL-QTE TO W-BALISE.
015510     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015520     COMPUTE W-MNT-XML = W-LIG-HT (W-IDX-LIG) * W-SIGNE.
015530     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015540     MOVE 'cbc:LineExtensionAmount' TO W-BALISE.
015550     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015560     MOVE 'cac:Item' TO W-BALISE.
015570     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015580     MOVE W-LIG-REF (W-IDX-LIG) TO W-TXT-BRUT.
015590     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
015600     MOVE 'cbc:Name' TO W-BALISE.
015610     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015620     MOVE 'cac:SellersItemIdentification' TO W-BALISE.
015630     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015640     MOVE W-LIG-REF (W-IDX-LIG) TO W-TXT-BRUT.
015650     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
015660     MOVE 'cbc:ID' TO W-BALISE.
015670     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015680     MOVE 'cac:SellersItemIdentification' TO W-BALISE.
015690     PERFORM XML-FERME THRU XML-FERME-EXIT.
015700     MOVE W-LIG-TX (W-IDX-LIG) TO W-TX-LIGNE.
015710     MOVE 'cac:ClassifiedTaxCategory' TO W-BALISE.
015720     PERFORM XML-CATEGORIE-TVA THRU XML-CATEGORIE-TVA-EXIT.
015730     MOVE 'cac:Item' TO W-BALISE.
015740     PERFORM XML-FERME THRU XML-FERME-EXIT.
015750     MOVE 'cac:Price' TO W-BALISE.
015760     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015770     MOVE W-LIG-PRX (W-IDX-LIG) TO W-MNT-XML.
015780     PERFORM XML-MONTANT THRU XML-MONTANT-EXIT.
015790     MOVE 'cbc:PriceAmount' TO W-BALISE.
015800     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
015810     MOVE 'cac:Price' TO W-BALISE.
015820     PERFORM XML-FERME THRU XML-FERME-EXIT.
015830     MOVE W-BAL-LIGNE TO W-BALISE.
015840     PERFORM XML-FERME THRU XML-FERME-EXIT.
015850 ECRIT-XML-LIGNE-EXIT.
015860        EXIT.
015870*----------------------------------------------------------------
015880*    CATEGORIE DE TVA (BALISE W-BALISE) DU TAUX W-TX-LIGNE :
015890*    CODE, POURCENTAGE ET SCHEMA
015900*----------------------------------------------------------------
015910 XML-CATEGORIE-TVA.
015920     MOVE W-BALISE TO W-BAL-CATEGORIE.
015930     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
015940     IF W-TX-LIGNE = ZERO
015950        MOVE 'Z' TO W-TXT-BRUT
015960     ELSE
015970        MOVE 'S' TO W-TXT-BRUT
015980     END-IF.
015990     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
016000     MOVE 'cbc:ID' TO W-BALISE.
016010     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
016020     COMPUTE W-PCT-XML = W-TX-LIGNE * 100.
016030     MOVE W-PCT-XML TO W-EDT-PCT-XML.
016040     MOVE ZERO TO W-NBR-BLANCS.
016050     INSPECT W-EDT-PCT-XML TALLYING W-NBR-BLANCS
016060             FOR LEADING SPACE.
016070     MOVE SPACES TO W-TXT-XML.
016080     COMPUTE W-LNG-TXT = 6 - W-NBR-BLANCS.
016090     MOVE W-EDT-PCT-XML (W-NBR-BLANCS + 1:W-LNG-TXT)
016100          TO W-TXT-XML.
016110     MOVE 'cbc:Percent' TO W-BALISE.
016120     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
016130     PERFORM XML-SCHEMA-TVA THRU XML-SCHEMA-TVA-EXIT.
016140     MOVE W-BAL-CATEGORIE TO W-BALISE.
016150     PERFORM XML-FERME THRU XML-FERME-EXIT.
016160 XML-CATEGORIE-TVA-EXIT.
016170        EXIT.
016180*----------------------------------------------------------------
016190 XML-SCHEMA-TVA.
016200     MOVE 'cac:TaxScheme' TO W-BALISE.
016210     PERFORM XML-OUVRE THRU XML-OUVRE-EXIT.
016220     MOVE 'VAT' TO W-TXT-BRUT.
016230     PERFORM XML-TEXTE THRU XML-TEXTE-EXIT.
016240     MOVE 'cbc:ID' TO W-BALISE.
016250     PERFORM XML-ELEMENT THRU XML-ELEMENT-EXIT.
016260     MOVE 'cac:TaxScheme' TO W-BALISE.
016270     PERFORM XML-FERME THRU XML-FERME-EXIT.
016280 XML-SCHEMA-TVA-EXIT.
016290        EXIT.
016300*----------------------------------------------------------------
016310*    OUVERTURE ET FERMETURE DE LA BALISE W-BALISE, AVEC
016320*    INDENTATION DE DEUX POSITIONS PAR NIVEAU
016330*----------------------------------------------------------------
016340 XML-OUVRE.
016350     MOVE SPACES TO LIGNE-XML.
016360     STRING W-BLANCS (1:W-INDENT) '<' DELIMITED BY SIZE
016370            W-BALISE DELIMITED BY SPACE
016380            '>' DELIMITED BY SIZE
016390            INTO LIGNE-XML
016400     END-STRING.
016410     WRITE LIGNE-XML.
016420     ADD 2 TO W-INDENT.
016430 XML-OUVRE-EXIT.
016440        EXIT.
016450*----------------------------------------------------------------
016460 XML-FERME.
016470     IF W-INDENT > 2
016480        SUBTRACT 2 FROM W-INDENT
016490     END-IF.
016500     MOVE SPACES TO LIGNE-XML.
016510     STRING W-BLANCS (1:W-INDENT) '</' DELIMITED BY SIZE
016520            W-BALISE DELIMITED BY SPACE
016530            '>' DELIMITED BY SIZE
016540            INTO LIGNE-XML
016550     END-STRING.
016560     WRITE LIGNE-XML.
016570 XML-FERME-EXIT.
016580        EXIT.
016590*----------------------------------------------------------------
016600*    ELEMENT SIMPLE W-BALISE, ATTRIBUT W-ATTRIBUT FACULTATIF,
016610*    VALEUR W-TXT-XML SUR W-LNG-TXT POSITIONS (ELEMENT OMIS SI
016620*    LA VALEUR EST VIDE)
016630*----------------------------------------------------------------
016640 XML-ELEMENT.
016650     IF W-LNG-TXT = ZERO
016660        MOVE SPACES TO W-ATTRIBUT
016670        GO TO XML-ELEMENT-EXIT
016680     END-IF.
016690     MOVE SPACES TO LIGNE-XML.
016700     IF W-ATTRIBUT = SPACES
016710        STRING W-BLANCS (1:W-INDENT) '<' DELIMITED BY SIZE
016720               W-BALISE DELIMITED BY SPACE
016730               '>' W-TXT-XML (1:W-LNG-TXT) '</'
016740               DELIMITED BY SIZE
016750               W-BALISE DELIMITED BY SPACE
016760               '>' DELIMITED BY SIZE
016770               INTO LIGNE-XML
016780        END-STRING
016790     ELSE
016800        STRING W-BLANCS (1:W-INDENT) '<' DELIMITED BY SIZE
016810               W-BALISE DELIMITED BY SPACE
016820               ' ' DELIMITED BY SIZE
016830               W-ATTRIBUT DELIMITED BY SPACE
016840               '>' W-TXT-XML (1:W-LNG-TXT) '</'
016850               DELIMITED BY SIZE
016860               W-BALISE DELIMITED BY SPACE
016870               '>' DELIMITED BY SIZE
016880               INTO LIGNE-XML
016890        END-STRING
016900     END-IF.
016910     WRITE LIGNE-XML.
016920     MOVE SPACES TO W-ATTRIBUT.
016930 XML-ELEMENT-EXIT.
016940        EXIT.
016950*----------------------------------------------------------------
016960*    VALEUR TEXTE : W-TXT-BRUT RECOPIE DANS W-TXT-XML AVEC
016970*    REMPLACEMENT DES CARACTERES RESERVES & < >, LONGUEUR SANS
016980*    LES BLANCS DE FIN DANS W-LNG-TXT
016990*----------------------------------------------------------------
017000 XML-TEXTE.
017010     MOVE SPACES TO W-TXT-XML.
017020     MOVE ZERO TO W-LNG-TXT W-POS-XML.
017030     PERFORM XML-UN-CARACTERE THRU XML-UN-CARACTERE-EXIT
017040             VARYING W-IDX-CAR FROM 1 BY 1
017050             UNTIL W-IDX-CAR > 100
017060                OR W-POS-XML > 194.
017070 XML-TEXTE-EXIT.
017080        EXIT.
017090*----------------------------------------------------------------
017100 XML-UN-CARACTERE.
017110     MOVE W-TXT-BRUT (W-IDX-CAR:1) TO W-CAR.
017120     EVALUATE W-CAR
017130        WHEN '&'
017140           MOVE '&amp;' TO W-TXT-XML (W-POS-XML + 1:5)
017150           ADD 5 TO W-POS-XML
017160        WHEN '<'
017170           MOVE '&lt;' TO W-TXT-XML (W-POS-XML + 1:4)
017180           ADD 4 TO W-POS-XML
017190        WHEN '>'
017200           MOVE '&gt;' TO W-TXT-XML (W-POS-XML + 1:4)
017210           ADD 4 TO W-POS-XML
017220        WHEN OTHER
017230           ADD 1 TO W-POS-XML
017240           MOVE W-CAR TO W-TXT-XML (W-POS-XML:1)
017250     END-EVALUATE.
017260     IF W-CAR NOT = SPACE
017270        MOVE W-POS-XML TO W-LNG-TXT
017280     END-IF.
017290 XML-UN-CARACTERE-EXIT.
017300        EXIT.
017310*----------------------------------------------------------------
017320*    VALEUR MONTANT : W-MNT-XML EDITE SANS BLANCS DE TETE, AVEC
017330*    POINT DECIMAL ET ATTRIBUT DE DEVISE
017340*----------------------------------------------------------------
017350 XML-MONTANT.
017360     MOVE W-MNT-XML TO W-EDT-MNT-XML.
017370     MOVE ZERO TO W-NBR-BLANCS.
017380     INSPECT W-EDT-MNT-XML TALLYING W-NBR-BLANCS
017390             FOR LEADING SPACE.
017400     MOVE SPACES TO W-TXT-XML.
017410     COMPUTE W-LNG-TXT = 15 - W-NBR-BLANCS.
017420     MOVE W-EDT-MNT-XML (W-NBR-BLANCS + 1:W-LNG-TXT)
017430          TO W-TXT-XML.
017440     MOVE 'currencyID="EUR"' TO W-ATTRIBUT.
017450 XML-MONTANT-EXIT.
017460        EXIT.
017470*----------------------------------------------------------------
017480*    VALEUR DATE : W-DATE-XML-N (AAAAMMJJ) EDITEE AAAA-MM-JJ
017490*----------------------------------------------------------------
017500 XML-DATE.
017510     MOVE SPACES TO W-TXT-XML.
017520     STRING W-DATE-XML-AAAA '-' W-DATE-XML-MM '-' W-DATE-XML-JJ
017530            DELIMITED BY SIZE INTO W-TXT-XML
017540     END-STRING.
017550     MOVE 10 TO W-LNG-TXT.
017560 XML-DATE-EXIT.
017570        EXIT.
017580*----------------------------------------------------------------
017590*    LISTE DES PIECES EMISES ENCORE EN ATTENTE D'ACCUSE DE LA
017600*    PLATEFORME
017610*----------------------------------------------------------------
017620 EDITE-EN-ATTENTE.
017630     MOVE SPACES TO LIGNE-EFE.
017640     WRITE LIGNE-EFE.
017650     MOVE 'PIECES EMISES EN ATTENTE D ACCUSE DE LA PLATEFORME :'
017660          TO LIGNE-EFE.
017670     WRITE LIGNE-EFE.
017680     IF W-NBR-JRN > ZERO
017690        PERFORM EDITE-UNE-ATTENTE THRU EDITE-UNE-ATTENTE-EXIT
017700                VARYING IND-JRN FROM 1 BY 1
017710                UNTIL IND-JRN > W-NBR-JRN
017720     END-IF.
017730 EDITE-EN-ATTENTE-EXIT.
017740        EXIT.
017750*----------------------------------------------------------------
017760 EDITE-UNE-ATTENTE.
017770     IF NOT W-JRN-EMISE (IND-JRN)
017780        GO TO EDITE-UNE-ATTENTE-EXIT
017790     END-IF.
017800     ADD 1 TO W-CPT-PCE-ATTENTE.
017810     MOVE W-JRN-MNT (IND-JRN) TO W-EDT-MNT.
017820     MOVE SPACES TO LIGNE-EFE.
017830     STRING 'ATTENTE - ' W-JRN-TYP (IND-JRN) W-JRN-NUM (IND-JRN)
017840            ' - COMMANDE ' W-JRN-CMD (IND-JRN)
017850            ' - CLIENT ' W-JRN-CLI (IND-JRN)
017860            ' - EMISE LE ' W-JRN-DAT-EMIS (IND-JRN)
017870            ' - TTC ' W-EDT-MNT
017880            DELIMITED BY SIZE INTO LIGNE-EFE
017890     END-STRING.
017900     WRITE LIGNE-EFE.
017910 EDITE-UNE-ATTENTE-EXIT.
017920        EXIT.
017930*================================================================
017940*    FIN DE TRAITEMENT
017950*================================================================
017960 FIN.
017970     IF TRT-OK
017980        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
017990     END-IF.
017991     IF ENT010-OUVERT
017992        CLOSE ENT010
017993     END-IF.
017994     IF ENT073-OUVERT
017995        CLOSE ENT073
017996     END-IF.
017997     IF ENT074-OUVERT
017998        CLOSE ENT074
018000     END-IF.
018010     CLOSE ENT075.
018020 FIN-EXIT.
018030        EXIT.
018040*----------------------------------------------------------------
018050 REND-COMPTE.
018060     MOVE SPACES TO LIGNE-EFE.
018070     WRITE LIGNE-EFE.
018080     MOVE SPACES TO LIGNE-EFE.
018090     STRING 'RETOURS PLATEFORME LUS    : ' W-CPT-RET-LUS
018100            DELIMITED BY SIZE INTO LIGNE-EFE
018110     END-STRING.
018120     WRITE LIGNE-EFE.
018130     MOVE SPACES TO LIGNE-EFE.
018140     STRING 'RETOURS APPLIQUES         : ' W-CPT-RET-APPLIQUES
018150            DELIMITED BY SIZE INTO LIGNE-EFE
018160     END-STRING.
018170     WRITE LIGNE-EFE.
018180     MOVE SPACES TO LIGNE-EFE.
018190     STRING 'RETOURS REJETES           : ' W-CPT-RET-REJETES
018200            DELIMITED BY SIZE INTO LIGNE-EFE
018210     END-STRING.
018220     WRITE LIGNE-EFE.
018230     MOVE SPACES TO LIGNE-EFE.
018240     STRING 'PIECES DU JOUR            : ' W-CPT-PCE-JOUR
018250            DELIMITED BY SIZE INTO LIGNE-EFE
018260     END-STRING.
018270     WRITE LIGNE-EFE.
018280     MOVE SPACES TO LIGNE-EFE.
018290     STRING 'PIECES INCOMPLETES REPRISES : ' W-CPT-PCE-REPRISES
018300            DELIMITED BY SIZE INTO LIGNE-EFE
018310     END-STRING.
018320     WRITE LIGNE-EFE.
018330     MOVE SPACES TO LIGNE-EFE.
018340     STRING 'PIECES DEJA TRANSMISES    : ' W-CPT-PCE-DEJA
018350            DELIMITED BY SIZE INTO LIGNE-EFE
018360     END-STRING.
018370     WRITE LIGNE-EFE.
018380     MOVE SPACES TO LIGNE-EFE.
018390     STRING 'PIECES EMISES             : ' W-CPT-PCE-EMISES
018400            DELIMITED BY SIZE INTO LIGNE-EFE
018410     END-STRING.
018420     WRITE LIGNE-EFE.
018430     MOVE W-MNT-EMIS TO W-EDT-MNT.
018440     MOVE SPACES TO LIGNE-EFE.
018450     STRING 'MONTANT TTC EMIS          : ' W-EDT-MNT
018460            DELIMITED BY SIZE INTO LIGNE-EFE
018470     END-STRING.
018480     WRITE LIGNE-EFE.
018490     MOVE SPACES TO LIGNE-EFE.
018500     STRING 'PIECES INCOMPLETES        : ' W-CPT-PCE-INCOMPL
018510            DELIMITED BY SIZE INTO LIGNE-EFE
018520     END-STRING.
018530     WRITE LIGNE-EFE.
018540     MOVE SPACES TO LIGNE-EFE.
018550     STRING 'PIECES EN ATTENTE D ACCUSE : ' W-CPT-PCE-ATTENTE
018560            DELIMITED BY SIZE INTO LIGNE-EFE
018570     END-STRING.
018580     WRITE LIGNE-EFE.
018590 REND-COMPTE-EXIT.
018600        EXIT.
