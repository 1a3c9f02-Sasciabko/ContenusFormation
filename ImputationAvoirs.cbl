000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         IMPUTAVR.
000130 AUTHOR.              M-L. DUVAL.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  MLD     Version initiale : imputation des credits
000230*                       clients (avoirs 'A' et trop-percus 'T'
000240*                       des postes ouverts Ent031) sur les
000250*                       factures et frais ouverts les plus
000260*                       anciens du meme client. PARM col. 1 :
000270*                       P = proposition (etat seul), V =
000280*                       validation (imputations et
000290*                       remboursements enregistres en cumul sur
000300*                       Ent064, relu par le lettrage). Les
000310*                       credits restant sans facture a solder
000320*                       sont rembourses par virement (Ent066)
000330*                       sur le compte du mandat Ent044 quand il
000340*                       existe. Etat des imputations Ent065.
000342*  15/10/2026  PDU     Les factures provisionnees (etat 'D',
000344*                       creance depreciee) restent dues et
000346*                       recoivent les imputations comme les
000348*                       factures ouvertes.
000349*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000350*                       250 caracteres : numero SIREN et numero
000351*                       de TVA intracommunautaire du client
000352*                       (facturation electronique).
000353*================================================================
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
000460     SELECT ENT010  ASSIGN TO ENT010
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS RANDOM
000490            RECORD KEY IS NUM-CLI
000500            FILE STATUS IS FS-ENT010.
000510*
000520     SELECT ENT031  ASSIGN TO ENT031
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS FS-ENT031.
000550*
000560     SELECT OPTIONAL ENT044  ASSIGN TO ENT044
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS FS-ENT044.
000590*
000600     SELECT OPTIONAL ENT064  ASSIGN TO ENT064
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS FS-ENT064.
000630*
000640     SELECT ENT065  ASSIGN TO ENT065
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS FS-ENT065.
000670*
000680     SELECT ENT066  ASSIGN TO ENT066
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS FS-ENT066.
000710*
000720     SELECT TRI-POS ASSIGN TO SORTWK01.
000730*================================================================
000740 DATA DIVISION.
000750*================================================================
000760 FILE SECTION.
000770*    ---
000780*----------------------------------------------------------------
000790*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000800*----------------------------------------------------------------
000810 FD  ENT010 LABEL RECORD STANDARD
000820             RECORD  CONTAINS  250 CHARACTERS
000830             DATA RECORD  ENT-CLI.
000840 01  ENT-CLI.
000850         10 NUM-CLI      PIC    9(05).
000860         10 NOM-CLI      PIC    X(20).
000870         10 PRN-CLI      PIC    X(20).
000880         10 ADR-CLI      PIC    X(100).
000890         10 TEL-CLI      PIC    X(20).
000900         10 MOB-CLI      PIC    X(20).
000910         10 COD-PAI-CLI  PIC    X(03).
000915         10 SIREN-CLI    PIC    X(09).
000920         10 TVA-CEE-CLI  PIC    X(14).
000922         10 MOD-FAC-CLI  PIC    X(01).
000924         10 COD-COM-CLI  PIC    X(04).
000926         10              PIC    X(34).
000930*----------------------------------------------------------------
000940*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
000950*----------------------------------------------------------------
000960 FD  ENT031 LABEL RECORD STANDARD
000970             BLOCK   CONTAINS    0 RECORDS
000980             RECORD  CONTAINS   80 CHARACTERS
000990             RECORDING MODE IS   F
001000             DATA RECORD ENT-LET.
001010 01  ENT-LET                PIC X(80).
001020*----------------------------------------------------------------
001030*    MANDATS DE PRELEVEMENT PAR CLIENT (COORDONNEES BANCAIRES)
001040*----------------------------------------------------------------
001050 FD  ENT044 LABEL RECORD STANDARD
001060             BLOCK   CONTAINS    0 RECORDS
001070             RECORD  CONTAINS   80 CHARACTERS
001080             RECORDING MODE IS   F
001090             DATA RECORD ENT-MAN.
001100 01  ENT-MAN.
001110         10 NUM-CLI-MAN     PIC  X(05).
001120         10 NUM-CLI-MAN-N REDEFINES NUM-CLI-MAN
001130                           PIC  9(05).
001140         10 REF-MANDAT-MAN  PIC  X(20).
001150         10 CPT-BANQUE-MAN  PIC  X(27).
001160         10 STATUT-MAN      PIC  X(01).
001170            88 MANDAT-SUSPENDU   VALUE 'S'.
001180         10 DAT-SUSP-MAN    PIC  X(08).
001190         10 MOTIF-SUSP-MAN  PIC  X(04).
001200         10                 PIC  X(15).
001210*----------------------------------------------------------------
001220*    IMPUTATIONS ET REMBOURSEMENTS DE CREDITS CLIENTS (CUMUL,
001230*    RELU PAR LE LETTRAGE ET PAR LE PRESENT PROGRAMME)
001240*----------------------------------------------------------------
001250 FD  ENT064 LABEL RECORD STANDARD
001260             BLOCK   CONTAINS    0 RECORDS
001270             RECORD  CONTAINS   80 CHARACTERS
001280             RECORDING MODE IS   F
001290             DATA RECORD ENT-IMT.
001300 01  ENT-IMT.
001310         10 COD-IMT          PIC  X(01).
001320            88 IMT-IMPUTATION     VALUE 'I'.
001330            88 IMT-REMBOURSEMENT  VALUE 'R'.
001340         10 NUM-CLI-IMT      PIC  9(05).
001350         10 NUM-CMD-CRD-IMT  PIC  9(05).
001360         10 TYP-CRD-IMT      PIC  X(01).
001370         10 NUM-FACT-CRD-IMT PIC  9(05).
001380         10 DAT-CRD-IMT      PIC  9(08).
001390         10 NUM-CMD-DEB-IMT  PIC  9(05).
001400         10 TYP-DEB-IMT      PIC  X(01).
001410         10 NUM-FACT-DEB-IMT PIC  9(05).
001420         10 DAT-DEB-IMT      PIC  9(08).
001430         10 MNT-IMT          PIC  9(07)V99.
001440         10 DAT-IMT          PIC  9(08).
001450         10                  PIC  X(19).
001460*----------------------------------------------------------------
001470*    ETAT DES IMPUTATIONS ET REMBOURSEMENTS
001480*----------------------------------------------------------------
001490 FD  ENT065 LABEL RECORDS OMITTED
001500             RECORD  CONTAINS  132 CHARACTERS
001510             RECORDING MODE IS   F
001520             DATA RECORD LIGNE-IMT.
001530 01  LIGNE-IMT              PIC X(132).
001540*----------------------------------------------------------------
001550*    ORDRES DE VIREMENT DE REMBOURSEMENT TRANSMIS A LA BANQUE
001560*----------------------------------------------------------------
001570 FD  ENT066 LABEL RECORD STANDARD
001580             BLOCK   CONTAINS    0 RECORDS
001590             RECORD  CONTAINS  100 CHARACTERS
001600             RECORDING MODE IS   F
001610             DATA RECORD ENT-VIR.
001620 01  ENT-VIR.
001630         10 NUM-CLI-VIR     PIC  9(05).
001640         10 NUM-CMD-VIR     PIC  9(05).
001650         10 TYP-VIR         PIC  X(01).
001660         10 NUM-FACT-VIR    PIC  9(05).
001670         10 MNT-VIR         PIC  9(09)V99.
001680         10 DAT-VIR         PIC  9(08).
001690         10 NOM-BENEF-VIR   PIC  X(20).
001700         10 CPT-BANQUE-VIR  PIC  X(27).
001710         10                 PIC  X(18).
001720*----------------------------------------------------------------
001730*    FICHIER DE TRI DES POSTES OUVERTS (CLIENT, ANCIENNETE)
001740*----------------------------------------------------------------
001750 SD  TRI-POS.
001760 01  TRI-ENR.
001770         10 NUM-CMD-TRI     PIC  9(05).
001780         10 NUM-CLI-TRI     PIC  9(05).
001790         10 DAT-FACT-TRI    PIC  9(08).
001800         10 MNT-FACT-TRI    PIC S9(07)V99.
001810         10 MNT-REGLE-TRI   PIC  9(07)V99.
001820         10 DAT-RGL-TRI     PIC  9(08).
001830         10 MNT-SOLDE-TRI   PIC S9(07)V99.
001840         10 ETAT-TRI        PIC  X(01).
001850            88 TRI-OUVERTE       VALUE 'O'.
001860            88 TRI-ACOMPTE       VALUE 'A'.
001870            88 TRI-PRELEVE       VALUE 'V'.
001875            88 TRI-DEPRECIEE     VALUE 'D'.
001880         10 TYP-TRI         PIC  X(01).
001890            88 TRI-CREDIT        VALUE 'A' 'T'.
001900            88 TRI-DEBIT         VALUE 'F' 'R'.
001910         10 NUM-FACT-TRI    PIC  9(05).
001920         10 DAT-ECH-TRI     PIC  9(08).
001930         10 MNT-IMPUTE-TRI  PIC S9(07)V99.
001940         10                 PIC  X(03).
001950*================================================================
001960 WORKING-STORAGE SECTION.
001970*    ---
001980*
001990*   CONSTANTES :
002000 01 C-NOMPGM             PIC  X(08)   VALUE 'ImputAvr'.
002010 01 C-NBR-MAX-MAN        PIC  9(05)   VALUE 5000.
002020 01 C-NBR-MAX-IMT        PIC  9(05)   VALUE 10000.
002030 01 C-NBR-MAX-CRD        PIC  9(03)   VALUE 500.
002040 01 C-NBR-MAX-DEB        PIC  9(03)   VALUE 500.
002050*
002060*   DATE DE TRAITEMENT ET MODE D'EXECUTION (PARM) :
002070 01 W-DATE-TRAITEMENT    PIC  9(08).
002080 01 W-MODE-EXEC          PIC  X(01).
002090    88 MODE-PROPOSITION         VALUE 'P'.
002100    88 MODE-VALIDATION          VALUE 'V'.
002110*
002120*   COMPTEURS DE L'ETAT DES IMPUTATIONS :
002130 01 W-CPT-POSTES-LUS     PIC  9(07)    VALUE ZERO.
002140 01 W-CPT-CREDITS        PIC  9(07)    VALUE ZERO.
002150 01 W-CPT-IMPUTATIONS    PIC  9(07)    VALUE ZERO.
002160 01 W-CPT-REMBOURSEMENTS PIC  9(07)    VALUE ZERO.
002170 01 W-CPT-A-TRAITER      PIC  9(07)    VALUE ZERO.
002180 01 W-CPT-CONSERVES      PIC  9(07)    VALUE ZERO.
002190 01 W-CPT-EN-ATTENTE     PIC  9(07)    VALUE ZERO.
002200 01 W-MNT-IMPUTE         PIC  9(11)V99 VALUE ZERO.
002210 01 W-MNT-REMBOURSE      PIC  9(11)V99 VALUE ZERO.
002220 01 W-MNT-A-TRAITER      PIC  9(11)V99 VALUE ZERO.
002230*
002240*   CLIENT EN COURS ET PRESENCE D'UN PRELEVEMENT EN COURS :
002250 01 W-CLI-EN-COURS       PIC  9(05)    VALUE ZERO.
002260 01 W-PREMIER-CLIENT     PIC  X(01)    VALUE 'O'.
002270    88 PREMIER-CLIENT           VALUE 'O'.
002280 01 W-CLI-PRELEVE        PIC  X(01)    VALUE 'N'.
002290    88 CLIENT-PRELEVE           VALUE 'O'.
002300*
002310*   MONTANTS DE TRAVAIL :
002320 01 W-MNT-ATTENTE        PIC S9(09)V99 VALUE ZERO.
002330 01 W-MNT-DISPO          PIC S9(09)V99 VALUE ZERO.
002340 01 W-MNT-A-IMPUTER      PIC  9(07)V99 VALUE ZERO.
002350*
002360*   TABLE DES MANDATS (COORDONNEES BANCAIRES DES CLIENTS) :
002370 01 W-NBR-MAN            PIC  9(05)  COMP VALUE ZERO.
002380 01 W-TABLE-MAN.
002390    10 W-MAN OCCURS 1 TO 5000 TIMES
002400          DEPENDING ON W-NBR-MAN
002410          INDEXED BY IND-MAN.
002420       15 W-MAN-NUM-CLI    PIC 9(05).
002430       15 W-MAN-CPT        PIC X(27).
002440       15 W-MAN-STATUT     PIC X(01).
002450*
002460*   TABLE DES IMPUTATIONS DEJA VALIDEES (ENT064) CUMULEES PAR
002470*   POSTE : PERMET D'ECARTER CELLES QUE LE LETTRAGE N'A PAS
002480*   ENCORE PORTEES SUR ENT031 :
002490 01 W-NBR-IMT            PIC  9(05)  COMP VALUE ZERO.
002500 01 W-TABLE-IMT.
002510    10 W-IMT OCCURS 1 TO 10000 TIMES
002520          DEPENDING ON W-NBR-IMT
002530          INDEXED BY IND-IMT.
002540       15 W-IMT-NUM-CMD    PIC 9(05).
002550       15 W-IMT-TYP        PIC X(01).
002560       15 W-IMT-NUM-FACT   PIC 9(05).
002570       15 W-IMT-DAT        PIC 9(08).
002580       15 W-IMT-MNT        PIC 9(09)V99.
002590*
002600*   CLE DE POSTE RECHERCHEE DANS LA TABLE DES IMPUTATIONS :
002610 01 W-CLE-RECH.
002620    05 W-RECH-NUM-CMD    PIC 9(05).
002630    05 W-RECH-TYP        PIC X(01).
002640    05 W-RECH-NUM-FACT   PIC 9(05).
002650    05 W-RECH-DAT        PIC 9(08).
002660*
002670*   CREDITS DISPONIBLES DU CLIENT EN COURS (DU PLUS ANCIEN AU
002680*   PLUS RECENT) :
002690 01 W-NBR-CRD            PIC  9(03)  COMP VALUE ZERO.
002700 01 W-TABLE-CRD.
002710    10 W-CRD OCCURS 1 TO 500 TIMES
002720          DEPENDING ON W-NBR-CRD
002730          INDEXED BY IND-CRD.
002740       15 W-CRD-NUM-CMD    PIC 9(05).
002750       15 W-CRD-TYP        PIC X(01).
002760       15 W-CRD-NUM-FACT   PIC 9(05).
002770       15 W-CRD-DAT        PIC 9(08).
002780       15 W-CRD-DISPO      PIC 9(07)V99.
002790*
002800*   FACTURES ET FRAIS OUVERTS DU CLIENT EN COURS (DU PLUS
002810*   ANCIEN AU PLUS RECENT) :
002820 01 W-NBR-DEB            PIC  9(03)  COMP VALUE ZERO.
002830 01 W-TABLE-DEB.
002840    10 W-DEB OCCURS 1 TO 500 TIMES
002850          DEPENDING ON W-NBR-DEB
002860          INDEXED BY IND-DEB.
002870       15 W-DEB-NUM-CMD    PIC 9(05).
002880       15 W-DEB-TYP        PIC X(01).
002890       15 W-DEB-NUM-FACT   PIC 9(05).
002900       15 W-DEB-DAT        PIC 9(08).
002910       15 W-DEB-DU         PIC 9(07)V99.
002920*
002930*   ZONES D'EDITION :
002940 01 W-EDT-MNT            PIC -9(11).99.
002950*================================================================
002960 LOCAL-STORAGE SECTION.
002970*    ---
002980*
002990* VARIABLES DE CONTROLE DE FLUX.
003000 01                     PIC   X(02).
003010   88 TRT-OK               VALUE "OK".
003020   88 TRT-KO               VALUE "KO".
003030*
003040* FIN DU FICHIER DE TRI.
003050 01                     PIC   X(02).
003060   88 TRI-DISPONIBLE       VALUE "OK".
003070   88 TRI-EPUISE           VALUE "KO".
003080*
003090* PRESENCE DU POSTE DANS LA TABLE DES IMPUTATIONS VALIDEES.
003100 01                     PIC   X(02).
003110   88 IMT-TROUVEE          VALUE "OK".
003120   88 IMT-ABSENTE          VALUE "KO".
003130*
003140* PRESENCE D'UN MANDAT ACTIF POUR LE CLIENT EN COURS.
003150 01                     PIC   X(02).
003160   88 MANDAT-TROUVE        VALUE "OK".
003170   88 MANDAT-ABSENT        VALUE "KO".
003180*
003190* PRESENCE DU CLIENT DANS ENT010.
003200 01                     PIC   X(02).
003210   88 CLI-PRESENT          VALUE "OK".
003220   88 CLI-ABSENT           VALUE "KO".
003230*
003240 01 W-STATUS.
003250   10 FS-ENT010         PIC   X(02).
003260      88 FS-ENT010-OK      VALUE "00".
003270   10 FS-ENT031         PIC   X(02).
003280      88 FS-ENT031-OK      VALUE "00".
003290   10 FS-ENT044         PIC   X(02).
003300      88 FS-ENT044-OK      VALUE "00".
003310      88 FS-ENT044-ABS     VALUE "05".
003320      88 FIN-ENT044        VALUE "10".
003330   10 FS-ENT064         PIC   X(02).
003340      88 FS-ENT064-OK      VALUE "00".
003350      88 FS-ENT064-ABS     VALUE "05".
003360      88 FIN-ENT064        VALUE "10".
003370   10 FS-ENT065         PIC   X(02).
003380      88 FS-ENT065-OK      VALUE "00".
003390   10 FS-ENT066         PIC   X(02).
003400      88 FS-ENT066-OK      VALUE "00".
003410*================================================================
003420 LINKAGE SECTION.
003430*    ---
003440*
003450*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
003460*     COL. 1      MODE D'EXECUTION (OBLIGATOIRE) :
003470*                 P = PROPOSITION, ETAT SEUL
003480*                 V = VALIDATION, IMPUTATIONS ENREGISTREES ET
003490*                     VIREMENTS DE REMBOURSEMENT EMIS
003500 01 W-PARM-EXEC.
003510    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
003520    05 W-PARM-EXEC-TXT   PIC X(20).
003530*================================================================
003540 PROCEDURE DIVISION USING W-PARM-EXEC.
003550*    ---------------------
003560*
003570     PERFORM DEBUT THRU DEBUT-EXIT.
003580     IF TRT-OK
003590        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
003600     END-IF.
003610     PERFORM FIN THRU FIN-EXIT.
003620     STOP RUN.
003630*================================================================
003640*    INITIALISATIONS DE DEBUT DE TRAITEMENT
003650*================================================================
003660 DEBUT.
003670     SET TRT-OK TO TRUE.
003680     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
003690     OPEN OUTPUT ENT065.
003700     IF NOT FS-ENT065-OK
003710        SET TRT-KO TO TRUE
003720        GO TO DEBUT-EXIT
003730     END-IF.
003740     MOVE SPACES TO W-MODE-EXEC.
003750     IF W-PARM-EXEC-LNG NOT LESS THAN 1
003760        MOVE W-PARM-EXEC-TXT (1:1) TO W-MODE-EXEC
003770     END-IF.
003780     IF NOT MODE-PROPOSITION AND NOT MODE-VALIDATION
003790        MOVE SPACES TO LIGNE-IMT
003800        STRING 'ERREUR - PARM - MODE D''EXECUTION (P = '
003810               'PROPOSITION, V = VALIDATION) ABSENT OU'
003820               ' INVALIDE - ARRET'
003830               DELIMITED BY SIZE INTO LIGNE-IMT
003840        END-STRING
003850        WRITE LIGNE-IMT
003860        SET TRT-KO TO TRUE
003870        GO TO DEBUT-EXIT
003880     END-IF.
003890     MOVE SPACES TO LIGNE-IMT.
003900     IF MODE-PROPOSITION
003910        STRING 'PROPOSITION D''IMPUTATION DES CREDITS CLIENTS'
003920               ' - ' C-NOMPGM ' DU ' W-DATE-TRAITEMENT
003930               ' - AUCUNE MISE A JOUR'
003940               DELIMITED BY SIZE INTO LIGNE-IMT
003950        END-STRING
003960     ELSE
003970        STRING 'VALIDATION DES IMPUTATIONS DES CREDITS CLIENTS'
003980               ' - ' C-NOMPGM ' DU ' W-DATE-TRAITEMENT
003990               DELIMITED BY SIZE INTO LIGNE-IMT
004000        END-STRING
004010     END-IF.
004020     WRITE LIGNE-IMT.
004030     MOVE SPACES TO LIGNE-IMT.
004040     WRITE LIGNE-IMT.
004050     OPEN INPUT ENT010.
004060     IF NOT FS-ENT010-OK
004070        SET TRT-KO TO TRUE
004080        GO TO DEBUT-EXIT
004090     END-IF.
004100     PERFORM CHARGE-TABLE-MANDATS
004110             THRU CHARGE-TABLE-MANDATS-EXIT.
004120     PERFORM CHARGE-TABLE-IMPUTATIONS
004130             THRU CHARGE-TABLE-IMPUTATIONS-EXIT.
004140     IF TRT-KO
004150        GO TO DEBUT-EXIT
004160     END-IF.
004170     IF MODE-PROPOSITION
004180        GO TO DEBUT-EXIT
004190     END-IF.
004200     OPEN EXTEND ENT064.
004210     IF NOT FS-ENT064-OK AND NOT FS-ENT064-ABS
004220        SET TRT-KO TO TRUE
004230        GO TO DEBUT-EXIT
004240     END-IF.
004250     OPEN OUTPUT ENT066.
004260     IF NOT FS-ENT066-OK
004270        SET TRT-KO TO TRUE
004280        GO TO DEBUT-EXIT
004290     END-IF.
004300 DEBUT-EXIT.
004310        EXIT.
004320*----------------------------------------------------------------
004330*    CHARGEMENT DES COORDONNEES BANCAIRES DES MANDATS (ENT044)
004340*----------------------------------------------------------------
004350 CHARGE-TABLE-MANDATS.
004360     MOVE ZERO TO W-NBR-MAN.
004370     OPEN INPUT ENT044.
004380     IF NOT FS-ENT044-OK AND NOT FS-ENT044-ABS
004390        MOVE SPACES TO LIGNE-IMT
004400        STRING 'AVIS - ENT044 - MANDATS ILLISIBLES (STATUT '
004410               FS-ENT044 ') - AUCUN REMBOURSEMENT PAR VIREMENT'
004420               DELIMITED BY SIZE INTO LIGNE-IMT
004430        END-STRING
004440        WRITE LIGNE-IMT
004450        GO TO CHARGE-TABLE-MANDATS-EXIT
004460     END-IF.
004470     PERFORM LIT-UN-MANDAT THRU LIT-UN-MANDAT-EXIT
004480             UNTIL FIN-ENT044
004490                OR W-NBR-MAN NOT LESS THAN C-NBR-MAX-MAN.
004500     CLOSE ENT044.
004510 CHARGE-TABLE-MANDATS-EXIT.
004520        EXIT.
004530*----------------------------------------------------------------
004540 LIT-UN-MANDAT.
004550     READ ENT044
004560        AT END
004570           SET FIN-ENT044 TO TRUE
004580           GO TO LIT-UN-MANDAT-EXIT
004590     END-READ.
004600     IF NUM-CLI-MAN NOT NUMERIC
004610        OR CPT-BANQUE-MAN = SPACES
004620          GO TO LIT-UN-MANDAT-EXIT
004630     END-IF.
004640     ADD 1 TO W-NBR-MAN.
004650     MOVE NUM-CLI-MAN-N  TO W-MAN-NUM-CLI (W-NBR-MAN).
004660     MOVE CPT-BANQUE-MAN TO W-MAN-CPT     (W-NBR-MAN).
004670     MOVE STATUT-MAN     TO W-MAN-STATUT  (W-NBR-MAN).
004680 LIT-UN-MANDAT-EXIT.
004690        EXIT.
004700*----------------------------------------------------------------
004710*    CHARGEMENT DES IMPUTATIONS DEJA VALIDEES (ENT064), CUMULEES
004720*    PAR POSTE CREDIT ET PAR POSTE DEBIT
004730*----------------------------------------------------------------
004740 CHARGE-TABLE-IMPUTATIONS.
004750     MOVE ZERO TO W-NBR-IMT.
004760     OPEN INPUT ENT064.
004770     IF NOT FS-ENT064-OK AND NOT FS-ENT064-ABS
004780        MOVE SPACES TO LIGNE-IMT
004790        STRING 'ERREUR - ENT064 - CUMUL DES IMPUTATIONS'
004800               ' ILLISIBLE (STATUT ' FS-ENT064 ') - ARRET'
004810               DELIMITED BY SIZE INTO LIGNE-IMT
004820        END-STRING
004830        WRITE LIGNE-IMT
004840        SET TRT-KO TO TRUE
004850        GO TO CHARGE-TABLE-IMPUTATIONS-EXIT
004860     END-IF.
004870     PERFORM LIT-UNE-IMPUTATION THRU LIT-UNE-IMPUTATION-EXIT
004880             UNTIL FIN-ENT064 OR TRT-KO.
004890     CLOSE ENT064.
004900 CHARGE-TABLE-IMPUTATIONS-EXIT.
004910        EXIT.
004920*----------------------------------------------------------------
004930 LIT-UNE-IMPUTATION.
004940     READ ENT064
004950        AT END
004960           SET FIN-ENT064 TO TRUE
004970           GO TO LIT-UNE-IMPUTATION-EXIT
004980     END-READ.
004990     IF MNT-IMT NOT NUMERIC
005000        GO TO LIT-UNE-IMPUTATION-EXIT
005010     END-IF.
005020     MOVE NUM-CMD-CRD-IMT  TO W-RECH-NUM-CMD.
005030     MOVE TYP-CRD-IMT      TO W-RECH-TYP.
005040     MOVE NUM-FACT-CRD-IMT TO W-RECH-NUM-FACT.
005050     MOVE DAT-CRD-IMT      TO W-RECH-DAT.
005060     PERFORM CUMULE-IMPUTATION THRU CUMULE-IMPUTATION-EXIT.
005070     IF IMT-IMPUTATION
005080        MOVE NUM-CMD-DEB-IMT  TO W-RECH-NUM-CMD
005090        MOVE TYP-DEB-IMT      TO W-RECH-TYP
005100        MOVE NUM-FACT-DEB-IMT TO W-RECH-NUM-FACT
005110        MOVE DAT-DEB-IMT      TO W-RECH-DAT
005120        PERFORM CUMULE-IMPUTATION THRU CUMULE-IMPUTATION-EXIT
005130     END-IF.
005140 LIT-UNE-IMPUTATION-EXIT.
005150        EXIT.
005160*----------------------------------------------------------------
005170 CUMULE-IMPUTATION.
005180     PERFORM CHERCHE-IMPUTATION THRU CHERCHE-IMPUTATION-EXIT.
005190     IF IMT-TROUVEE
005200        ADD MNT-IMT TO W-IMT-MNT (IND-IMT)
005210        GO TO CUMULE-IMPUTATION-EXIT
005220     END-IF.
005230     IF W-NBR-IMT NOT LESS THAN C-NBR-MAX-IMT
005240        MOVE SPACES TO LIGNE-IMT
005250        STRING 'ERREUR - ENT064 - PLAFOND DE ' C-NBR-MAX-IMT
005260               ' POSTES IMPUTES ATTEINT - ARRET'
005270               DELIMITED BY SIZE INTO LIGNE-IMT
005280        END-STRING
005290        WRITE LIGNE-IMT
005300        SET TRT-KO TO TRUE
005310        GO TO CUMULE-IMPUTATION-EXIT
005320     END-IF.
005330     ADD 1 TO W-NBR-IMT.
005340     MOVE W-RECH-NUM-CMD  TO W-IMT-NUM-CMD  (W-NBR-IMT).
005350     MOVE W-RECH-TYP      TO W-IMT-TYP      (W-NBR-IMT).
005360     MOVE W-RECH-NUM-FACT TO W-IMT-NUM-FACT (W-NBR-IMT).
005370     MOVE W-RECH-DAT      TO W-IMT-DAT      (W-NBR-IMT).
005380     MOVE MNT-IMT         TO W-IMT-MNT      (W-NBR-IMT).
005390 CUMULE-IMPUTATION-EXIT.
005400        EXIT.
005410*----------------------------------------------------------------
005420 CHERCHE-IMPUTATION.
005430     SET IMT-ABSENTE TO TRUE.
005440     IF W-NBR-IMT = ZERO
005450        GO TO CHERCHE-IMPUTATION-EXIT
005460     END-IF.
005470     SET IND-IMT TO 1.
005480     SEARCH W-IMT
005490        AT END
005500           CONTINUE
005510        WHEN W-IMT-NUM-CMD (IND-IMT) = W-RECH-NUM-CMD
005520         AND W-IMT-TYP (IND-IMT) = W-RECH-TYP
005530         AND W-IMT-NUM-FACT (IND-IMT) = W-RECH-NUM-FACT
005540         AND W-IMT-DAT (IND-IMT) = W-RECH-DAT
005550           SET IMT-TROUVEE TO TRUE
005560     END-SEARCH.
005570 CHERCHE-IMPUTATION-EXIT.
005580        EXIT.
005590*================================================================
005600*    TRAITEMENT PRINCIPAL - TRI DES POSTES PAR CLIENT ET PAR
005610*    ANCIENNETE PUIS IMPUTATION CLIENT PAR CLIENT
005620*================================================================
005630 TRAITEMENT.
005640     SORT TRI-POS
005650          ON ASCENDING KEY NUM-CLI-TRI
005660                           DAT-FACT-TRI
005670                           NUM-CMD-TRI
005680          USING ENT031
005690          OUTPUT PROCEDURE IS IMPUTE-CREDITS
005700                           THRU IMPUTE-CREDITS-EXIT.
005710 TRAITEMENT-EXIT.
005720        EXIT.
005730*----------------------------------------------------------------
005740 IMPUTE-CREDITS.
005750     SET TRI-DISPONIBLE TO TRUE.
005760     PERFORM RETOURNE-POSTE THRU RETOURNE-POSTE-EXIT.
005770     PERFORM TRAITE-POSTE THRU TRAITE-POSTE-EXIT
005780             UNTIL TRI-EPUISE.
005790     IF NOT PREMIER-CLIENT
005800        PERFORM IMPUTE-CLIENT THRU IMPUTE-CLIENT-EXIT
005810     END-IF.
005820 IMPUTE-CREDITS-EXIT.
005830        EXIT.
005840*----------------------------------------------------------------
005850 RETOURNE-POSTE.
005860     RETURN TRI-POS
005870        AT END
005880           SET TRI-EPUISE TO TRUE
005890        NOT AT END
005900           ADD 1 TO W-CPT-POSTES-LUS
005910     END-RETURN.
005920 RETOURNE-POSTE-EXIT.
005930        EXIT.
005940*----------------------------------------------------------------
005950*    RANGEMENT D'UN POSTE : CREDIT (AVOIR, TROP-PERCU) DE SOLDE
005960*    NEGATIF OU DEBIT (FACTURE, FRAIS) OUVERT OU EN ACOMPTE,
005970*    DIMINUE DES IMPUTATIONS VALIDEES NON ENCORE LETTREES
005980*----------------------------------------------------------------
005990 TRAITE-POSTE.
006000     IF PREMIER-CLIENT
006010        OR NUM-CLI-TRI NOT = W-CLI-EN-COURS
006020          IF NOT PREMIER-CLIENT
006030             PERFORM IMPUTE-CLIENT THRU IMPUTE-CLIENT-EXIT
006040          END-IF
006050          MOVE NUM-CLI-TRI TO W-CLI-EN-COURS
006060          MOVE 'N' TO W-PREMIER-CLIENT
006070          MOVE 'N' TO W-CLI-PRELEVE
006080          MOVE ZERO TO W-NBR-CRD
006090          MOVE ZERO TO W-NBR-DEB
006100     END-IF.
006110     IF TRI-PRELEVE
006120        MOVE 'O' TO W-CLI-PRELEVE
006130        GO TO TRAITE-POSTE-SUITE
006140     END-IF.
006150     IF NOT TRI-CREDIT AND NOT TRI-DEBIT
006160        GO TO TRAITE-POSTE-SUITE
006170     END-IF.
006180     MOVE NUM-CMD-TRI  TO W-RECH-NUM-CMD.
006190     MOVE TYP-TRI      TO W-RECH-TYP.
006200     MOVE NUM-FACT-TRI TO W-RECH-NUM-FACT.
006210     MOVE DAT-FACT-TRI TO W-RECH-DAT.
006220     PERFORM CHERCHE-IMPUTATION THRU CHERCHE-IMPUTATION-EXIT.
006230     MOVE ZERO TO W-MNT-ATTENTE.
006240     IF MNT-IMPUTE-TRI NOT NUMERIC
006250        MOVE ZERO TO MNT-IMPUTE-TRI
006260     END-IF.
006270     IF TRI-CREDIT
006280        IF IMT-TROUVEE
006290           COMPUTE W-MNT-ATTENTE =
006300                   W-IMT-MNT (IND-IMT) + MNT-IMPUTE-TRI
006310        END-IF
006320        COMPUTE W-MNT-DISPO = ZERO - MNT-SOLDE-TRI - W-MNT-ATTENTE
006330     ELSE
006340        IF NOT TRI-OUVERTE AND NOT TRI-ACOMPTE
006345           AND NOT TRI-DEPRECIEE
006350           GO TO TRAITE-POSTE-SUITE
006360        END-IF
006370        IF IMT-TROUVEE
006380           COMPUTE W-MNT-ATTENTE =
006390                   W-IMT-MNT (IND-IMT) - MNT-IMPUTE-TRI
006400        END-IF
006410        COMPUTE W-MNT-DISPO = MNT-SOLDE-TRI - W-MNT-ATTENTE
006420     END-IF.
006430     IF W-MNT-ATTENTE > ZERO
006440        ADD 1 TO W-CPT-EN-ATTENTE
006450     END-IF.
006460     IF W-MNT-DISPO NOT GREATER THAN ZERO
006470        GO TO TRAITE-POSTE-SUITE
006480     END-IF.
006490     IF TRI-CREDIT
006500        PERFORM RANGE-CREDIT THRU RANGE-CREDIT-EXIT
006510     ELSE
006520        PERFORM RANGE-DEBIT THRU RANGE-DEBIT-EXIT
006530     END-IF.
006540 TRAITE-POSTE-SUITE.
006550     PERFORM RETOURNE-POSTE THRU RETOURNE-POSTE-EXIT.
006560 TRAITE-POSTE-EXIT.
006570        EXIT.
006580*----------------------------------------------------------------
006590 RANGE-CREDIT.
006600     IF W-NBR-CRD NOT LESS THAN C-NBR-MAX-CRD
006610        MOVE SPACES TO LIGNE-IMT
006620        STRING 'AVIS - CLIENT ' NUM-CLI-TRI ' - PLAFOND DE '
006630               C-NBR-MAX-CRD ' CREDITS ATTEINT - CREDIT '
006640               TYP-TRI ' COMMANDE ' NUM-CMD-TRI ' NON IMPUTE'
006650               DELIMITED BY SIZE INTO LIGNE-IMT
006660        END-STRING
006670        WRITE LIGNE-IMT
006680        GO TO RANGE-CREDIT-EXIT
006690     END-IF.
006700     ADD 1 TO W-NBR-CRD.
006710     ADD 1 TO W-CPT-CREDITS.
006720     MOVE NUM-CMD-TRI  TO W-CRD-NUM-CMD  (W-NBR-CRD).
006730     MOVE TYP-TRI      TO W-CRD-TYP      (W-NBR-CRD).
006740     MOVE NUM-FACT-TRI TO W-CRD-NUM-FACT (W-NBR-CRD).
006750     MOVE DAT-FACT-TRI TO W-CRD-DAT      (W-NBR-CRD).
006760     MOVE W-MNT-DISPO  TO W-CRD-DISPO    (W-NBR-CRD).
006770 RANGE-CREDIT-EXIT.
006780        EXIT.
006790*----------------------------------------------------------------
006800 RANGE-DEBIT.
006810     IF W-NBR-DEB NOT LESS THAN C-NBR-MAX-DEB
006820        MOVE SPACES TO LIGNE-IMT
006830        STRING 'AVIS - CLIENT ' NUM-CLI-TRI ' - PLAFOND DE '
006840               C-NBR-MAX-DEB ' FACTURES OUVERTES ATTEINT -'
006850               ' COMMANDE ' NUM-CMD-TRI ' NON SOLDEE'
006860               DELIMITED BY SIZE INTO LIGNE-IMT
006870        END-STRING
006880        WRITE LIGNE-IMT
006890        GO TO RANGE-DEBIT-EXIT
006900     END-IF.
006910     ADD 1 TO W-NBR-DEB.
006920     MOVE NUM-CMD-TRI  TO W-DEB-NUM-CMD  (W-NBR-DEB).
006930     MOVE TYP-TRI      TO W-DEB-TYP      (W-NBR-DEB).
006940     MOVE NUM-FACT-TRI TO W-DEB-NUM-FACT (W-NBR-DEB).
006950     MOVE DAT-FACT-TRI TO W-DEB-DAT      (W-NBR-DEB).
006960     MOVE W-MNT-DISPO  TO W-DEB-DU       (W-NBR-DEB).
006970 RANGE-DEBIT-EXIT.
006980        EXIT.
006990*================================================================
007000*    IMPUTATION DES CREDITS DU CLIENT EN COURS : CHAQUE CREDIT,
007010*    DU PLUS ANCIEN AU PLUS RECENT, SOLDE LES DEBITS LES PLUS
007020*    ANCIENS ; LE RELIQUAT EST REMBOURSE
007030*================================================================
007040 IMPUTE-CLIENT.
007050     IF W-NBR-CRD = ZERO
007060        GO TO IMPUTE-CLIENT-EXIT
007070     END-IF.
007080     PERFORM IMPUTE-UN-CREDIT THRU IMPUTE-UN-CREDIT-EXIT
007090             VARYING IND-CRD FROM 1 BY 1
007100             UNTIL IND-CRD > W-NBR-CRD.
007110 IMPUTE-CLIENT-EXIT.
007120        EXIT.
007130*----------------------------------------------------------------
007140 IMPUTE-UN-CREDIT.
007150     IF W-NBR-DEB > ZERO
007160        PERFORM IMPUTE-SUR-DEBIT THRU IMPUTE-SUR-DEBIT-EXIT
007170                VARYING IND-DEB FROM 1 BY 1
007180                UNTIL IND-DEB > W-NBR-DEB
007190                   OR W-CRD-DISPO (IND-CRD) = ZERO
007200     END-IF.
007210     IF W-CRD-DISPO (IND-CRD) = ZERO
007220        GO TO IMPUTE-UN-CREDIT-EXIT
007230     END-IF.
007240*    UN PRELEVEMENT EST EN COURS SUR LE CLIENT : LE CREDIT EST
007250*    CONSERVE POUR ETRE IMPUTE SI LA BANQUE REJETTE LA REMISE.
007260     IF CLIENT-PRELEVE
007270        ADD 1 TO W-CPT-CONSERVES
007280        MOVE W-CRD-DISPO (IND-CRD) TO W-EDT-MNT
007290        MOVE SPACES TO LIGNE-IMT
007300        STRING 'CONSERVE      - CLIENT ' W-CLI-EN-COURS
007310               ' - CREDIT ' W-CRD-TYP (IND-CRD)
007320               ' COMMANDE ' W-CRD-NUM-CMD (IND-CRD)
007330               ' DU ' W-CRD-DAT (IND-CRD)
007340               ' - MONTANT ' W-EDT-MNT
007350               ' - PRELEVEMENT EN COURS'
007360               DELIMITED BY SIZE INTO LIGNE-IMT
007370        END-STRING
007380        WRITE LIGNE-IMT
007390        GO TO IMPUTE-UN-CREDIT-EXIT
007400     END-IF.
007410     PERFORM REMBOURSE-CREDIT THRU REMBOURSE-CREDIT-EXIT.
007420 IMPUTE-UN-CREDIT-EXIT.
007430        EXIT.
007440*----------------------------------------------------------------
007450 IMPUTE-SUR-DEBIT.
007460     IF W-DEB-DU (IND-DEB) = ZERO
007470        GO TO IMPUTE-SUR-DEBIT-EXIT
007480     END-IF.
007490     IF W-CRD-DISPO (IND-CRD) < W-DEB-DU (IND-DEB)
007500        MOVE W-CRD-DISPO (IND-CRD) TO W-MNT-A-IMPUTER
007510     ELSE
007520        MOVE W-DEB-DU (IND-DEB) TO W-MNT-A-IMPUTER
007530     END-IF.
007540     SUBTRACT W-MNT-A-IMPUTER FROM W-CRD-DISPO (IND-CRD).
007550     SUBTRACT W-MNT-A-IMPUTER FROM W-DEB-DU (IND-DEB).
007560     ADD 1 TO W-CPT-IMPUTATIONS.
007570     ADD W-MNT-A-IMPUTER TO W-MNT-IMPUTE.
007580     MOVE W-MNT-A-IMPUTER TO W-EDT-MNT.
007590     MOVE SPACES TO LIGNE-IMT.
007600     STRING 'IMPUTATION    - CLIENT ' W-CLI-EN-COURS
007610            ' - CREDIT ' W-CRD-TYP (IND-CRD)
007620            ' COMMANDE ' W-CRD-NUM-CMD (IND-CRD)
007630            ' DU ' W-CRD-DAT (IND-CRD)
007640            ' SUR ' W-DEB-TYP (IND-DEB)
007650            ' FACTURE ' W-DEB-NUM-FACT (IND-DEB)
007660            ' COMMANDE ' W-DEB-NUM-CMD (IND-DEB)
007670            ' - MONTANT ' W-EDT-MNT
007680            DELIMITED BY SIZE INTO LIGNE-IMT
007690     END-STRING.
007700     WRITE LIGNE-IMT.
007710     IF MODE-PROPOSITION
007720        GO TO IMPUTE-SUR-DEBIT-EXIT
007730     END-IF.
007740     MOVE SPACES TO ENT-IMT.
007750     SET IMT-IMPUTATION TO TRUE.
007760     PERFORM PREPARE-IMPUTATION THRU PREPARE-IMPUTATION-EXIT.
007770     MOVE W-DEB-NUM-CMD (IND-DEB)  TO NUM-CMD-DEB-IMT.
007780     MOVE W-DEB-TYP (IND-DEB)      TO TYP-DEB-IMT.
007790     MOVE W-DEB-NUM-FACT (IND-DEB) TO NUM-FACT-DEB-IMT.
007800     MOVE W-DEB-DAT (IND-DEB)      TO DAT-DEB-IMT.
007810     WRITE ENT-IMT.
007820 IMPUTE-SUR-DEBIT-EXIT.
007830        EXIT.
007840*----------------------------------------------------------------
007850*    PARTIE COMMUNE DE L'ENREGISTREMENT ENT064 : CLIENT, POSTE
007860*    CREDIT, MONTANT, DATE
007870*----------------------------------------------------------------
007880 PREPARE-IMPUTATION.
007890     MOVE W-CLI-EN-COURS           TO NUM-CLI-IMT.
007900     MOVE W-CRD-NUM-CMD (IND-CRD)  TO NUM-CMD-CRD-IMT.
007910     MOVE W-CRD-TYP (IND-CRD)      TO TYP-CRD-IMT.
007920     MOVE W-CRD-NUM-FACT (IND-CRD) TO NUM-FACT-CRD-IMT.
007930     MOVE W-CRD-DAT (IND-CRD)      TO DAT-CRD-IMT.
007940     MOVE ZERO                     TO NUM-CMD-DEB-IMT.
007950     MOVE ZERO                     TO NUM-FACT-DEB-IMT.
007960     MOVE ZERO                     TO DAT-DEB-IMT.
007970     MOVE W-MNT-A-IMPUTER          TO MNT-IMT.
007980     MOVE W-DATE-TRAITEMENT        TO DAT-IMT.
007990 PREPARE-IMPUTATION-EXIT.
008000        EXIT.
008010*----------------------------------------------------------------
008020*    REMBOURSEMENT DU RELIQUAT D'UN CREDIT PAR VIREMENT SUR LE
008030*    COMPTE DU MANDAT ACTIF - A DEFAUT, CREDIT SIGNALE POUR UN
008040*    REMBOURSEMENT MANUEL ET CONSERVE SUR ENT031
008050*----------------------------------------------------------------
008060 REMBOURSE-CREDIT.
008070     MOVE W-CRD-DISPO (IND-CRD) TO W-MNT-A-IMPUTER.
008080     MOVE W-MNT-A-IMPUTER TO W-EDT-MNT.
008090     PERFORM CHERCHE-MANDAT THRU CHERCHE-MANDAT-EXIT.
008100     IF MANDAT-ABSENT
008110        ADD 1 TO W-CPT-A-TRAITER
008120        ADD W-MNT-A-IMPUTER TO W-MNT-A-TRAITER
008130        MOVE SPACES TO LIGNE-IMT
008140        STRING 'A TRAITER     - CLIENT ' W-CLI-EN-COURS
008150               ' - CREDIT ' W-CRD-TYP (IND-CRD)
008160               ' COMMANDE ' W-CRD-NUM-CMD (IND-CRD)
008170               ' DU ' W-CRD-DAT (IND-CRD)
008180               ' - MONTANT ' W-EDT-MNT
008190               ' - SANS COORDONNEES BANCAIRES VALIDES'
008200               DELIMITED BY SIZE INTO LIGNE-IMT
008210        END-STRING
008220        WRITE LIGNE-IMT
008230        GO TO REMBOURSE-CREDIT-EXIT
008240     END-IF.
008250     MOVE ZERO TO W-CRD-DISPO (IND-CRD).
008260     ADD 1 TO W-CPT-REMBOURSEMENTS.
008270     ADD W-MNT-A-IMPUTER TO W-MNT-REMBOURSE.
008280     MOVE SPACES TO LIGNE-IMT.
008290     STRING 'REMBOURSEMENT - CLIENT ' W-CLI-EN-COURS
008300            ' - CREDIT ' W-CRD-TYP (IND-CRD)
008310            ' COMMANDE ' W-CRD-NUM-CMD (IND-CRD)
008320            ' DU ' W-CRD-DAT (IND-CRD)
008330            ' - MONTANT ' W-EDT-MNT
008340            ' - COMPTE ' W-MAN-CPT (IND-MAN)
008350            DELIMITED BY SIZE INTO LIGNE-IMT
008360     END-STRING.
008370     WRITE LIGNE-IMT.
008380     IF MODE-PROPOSITION
008390        GO TO REMBOURSE-CREDIT-EXIT
008400     END-IF.
008410     MOVE W-CLI-EN-COURS TO NUM-CLI OF ENT-CLI.
008420     READ ENT010
008430        INVALID KEY
008440           SET CLI-ABSENT TO TRUE
008450        NOT INVALID KEY
008460           SET CLI-PRESENT TO TRUE
008470     END-READ.
008480     IF CLI-ABSENT
008490        MOVE SPACES TO NOM-CLI
008500     END-IF.
008510     MOVE SPACES TO ENT-VIR.
008520     MOVE W-CLI-EN-COURS           TO NUM-CLI-VIR.
008530     MOVE W-CRD-NUM-CMD (IND-CRD)  TO NUM-CMD-VIR.
008540     MOVE W-CRD-TYP (IND-CRD)      TO TYP-VIR.
008550     MOVE W-CRD-NUM-FACT (IND-CRD) TO NUM-FACT-VIR.
008560     MOVE W-MNT-A-IMPUTER          TO MNT-VIR.
008570     MOVE W-DATE-TRAITEMENT        TO DAT-VIR.
008580     MOVE NOM-CLI                  TO NOM-BENEF-VIR.
008590     MOVE W-MAN-CPT (IND-MAN)      TO CPT-BANQUE-VIR.
008600     WRITE ENT-VIR.
008610     MOVE SPACES TO ENT-IMT.
008620     SET IMT-REMBOURSEMENT TO TRUE.
008630     PERFORM PREPARE-IMPUTATION THRU PREPARE-IMPUTATION-EXIT.
008640     WRITE ENT-IMT.
008650 REMBOURSE-CREDIT-EXIT.
008660        EXIT.
008670*----------------------------------------------------------------
008680*    MANDAT NON SUSPENDU DU CLIENT EN COURS (UN MANDAT SUSPENDU
008690*    PEUT PORTER SUR UN COMPTE CLOTURE)
008700*----------------------------------------------------------------
008710 CHERCHE-MANDAT.
008720     SET MANDAT-ABSENT TO TRUE.
008730     IF W-NBR-MAN = ZERO
008740        GO TO CHERCHE-MANDAT-EXIT
008750     END-IF.
008760     SET IND-MAN TO 1.
008770     SEARCH W-MAN
008780        AT END
008790           CONTINUE
008800        WHEN W-MAN-NUM-CLI (IND-MAN) = W-CLI-EN-COURS
008810         AND W-MAN-STATUT (IND-MAN) NOT = 'S'
008820           SET MANDAT-TROUVE TO TRUE
008830     END-SEARCH.
008840 CHERCHE-MANDAT-EXIT.
008850        EXIT.
008860*================================================================
008870*    FIN DE TRAITEMENT
008880*================================================================
008890 FIN.
008900     IF TRT-OK
008910        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
008920        CLOSE ENT010
008930        IF MODE-VALIDATION
008940           CLOSE ENT064 ENT066
008950        END-IF
008960     END-IF.
008970     CLOSE ENT065.
008980 FIN-EXIT.
008990        EXIT.
009000*----------------------------------------------------------------
009010 REND-COMPTE.
009020     MOVE SPACES TO LIGNE-IMT.
009030     WRITE LIGNE-IMT.
009040     MOVE SPACES TO LIGNE-IMT.
009050     STRING 'POSTES LUS (ENT031)   : ' W-CPT-POSTES-LUS
009060            DELIMITED BY SIZE INTO LIGNE-IMT
009070     END-STRING.
009080     WRITE LIGNE-IMT.
009090     MOVE SPACES TO LIGNE-IMT.
009100     STRING 'CREDITS DISPONIBLES   : ' W-CPT-CREDITS
009110            DELIMITED BY SIZE INTO LIGNE-IMT
009120     END-STRING.
009130     WRITE LIGNE-IMT.
009140     MOVE SPACES TO LIGNE-IMT.
009150     STRING 'POSTES EN ATTENTE DE LETTRAGE : ' W-CPT-EN-ATTENTE
009160            DELIMITED BY SIZE INTO LIGNE-IMT
009170     END-STRING.
009180     WRITE LIGNE-IMT.
009190     MOVE SPACES TO LIGNE-IMT.
009200     STRING 'IMPUTATIONS           : ' W-CPT-IMPUTATIONS
009210            DELIMITED BY SIZE INTO LIGNE-IMT
009220     END-STRING.
009230     WRITE LIGNE-IMT.
009240     MOVE W-MNT-IMPUTE TO W-EDT-MNT.
009250     MOVE SPACES TO LIGNE-IMT.
009260     STRING 'MONTANT IMPUTE        : ' W-EDT-MNT
009270            DELIMITED BY SIZE INTO LIGNE-IMT
009280     END-STRING.
009290     WRITE LIGNE-IMT.
009300     MOVE SPACES TO LIGNE-IMT.
009310     STRING 'REMBOURSEMENTS        : ' W-CPT-REMBOURSEMENTS
009320            DELIMITED BY SIZE INTO LIGNE-IMT
009330     END-STRING.
009340     WRITE LIGNE-IMT.
009350     MOVE W-MNT-REMBOURSE TO W-EDT-MNT.
009360     MOVE SPACES TO LIGNE-IMT.
009370     STRING 'MONTANT REMBOURSE     : ' W-EDT-MNT
009380            DELIMITED BY SIZE INTO LIGNE-IMT
009390     END-STRING.
009400     WRITE LIGNE-IMT.
009410     MOVE SPACES TO LIGNE-IMT.
009420     STRING 'CREDITS A TRAITER     : ' W-CPT-A-TRAITER
009430            DELIMITED BY SIZE INTO LIGNE-IMT
009440     END-STRING.
009450     WRITE LIGNE-IMT.
009460     MOVE W-MNT-A-TRAITER TO W-EDT-MNT.
009470     MOVE SPACES TO LIGNE-IMT.
009480     STRING 'MONTANT A TRAITER     : ' W-EDT-MNT
009490            DELIMITED BY SIZE INTO LIGNE-IMT
009500     END-STRING.
009510     WRITE LIGNE-IMT.
009520     MOVE SPACES TO LIGNE-IMT.
009530     STRING 'CREDITS CONSERVES     : ' W-CPT-CONSERVES
009540            DELIMITED BY SIZE INTO LIGNE-IMT
009550     END-STRING.
009560     WRITE LIGNE-IMT.
009570 REND-COMPTE-EXIT.
009580        EXIT.
