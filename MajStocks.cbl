000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         MAJSTK.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : mise a jour du fichier
000230*                       des stocks produits Ent076 (indexe sur la
000240*                       reference produit) par les mouvements
000250*                       Ent077 (creation, modification des
000260*                       seuils, reception, inventaire) puis par
000270*                       les lignes facturees Ent032 de la date
000280*                       traitee (sortie sur facture, retour sur
000290*                       avoir). Chaque mouvement de quantite est
000300*                       ajoute au journal cumulatif Ent078, relu
000310*                       par ETATSTK. Etat d'audit Ent079.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340*================================================================
000350 CONFIGURATION SECTION.
000360*    ---
000370 SOURCE-COMPUTER.      IBM-370.
000380 OBJECT-COMPUTER.      IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410*    ---
000420 FILE-CONTROL.
000430     SELECT ENT076  ASSIGN TO ENT076
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS RANDOM
000460            RECORD KEY IS REF-PDT-STK
000470            FILE STATUS IS FS-ENT076.
000480*
000490     SELECT OPTIONAL ENT077  ASSIGN TO ENT077
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS FS-ENT077.
000520*
000530     SELECT OPTIONAL ENT032  ASSIGN TO ENT032
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS IS FS-ENT032.
000560*
000570     SELECT OPTIONAL ENT078  ASSIGN TO ENT078
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS FS-ENT078.
000600*
000610     SELECT ENT079  ASSIGN TO ENT079
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS FS-ENT079.
000640*================================================================
000650 DATA DIVISION.
000660*================================================================
000670 FILE SECTION.
000680*    ---
000690*----------------------------------------------------------------
000700*    FICHIER DES STOCKS PRODUITS (INDEXE SUR REF-PDT-STK), MIS
000710*    A JOUR EN PLACE
000720*----------------------------------------------------------------
000730 FD  ENT076 LABEL RECORD STANDARD
000740             RECORD  CONTAINS  100 CHARACTERS
000750             DATA RECORD  ENT-STK.
000760 01  ENT-STK.
000770         10 REF-PDT-STK     PIC  X(15).
000780         10 NOM-PDT-STK     PIC  X(25).
000790         10 QTE-STK         PIC S9(07).
000800         10 SEUIL-STK       PIC  9(07).
000810         10 QTE-REAP-STK    PIC  9(07).
000820         10 DAT-CRE-STK     PIC  9(08).
000830         10 DAT-MVT-STK     PIC  9(08).
000840         10 DAT-INV-STK     PIC  9(08).
000850         10                 PIC  X(15).
000860*----------------------------------------------------------------
000870*    FICHIER DES MOUVEMENTS DE STOCK SAISIS PAR LE MAGASIN
000880*----------------------------------------------------------------
000890 FD  ENT077 LABEL RECORD STANDARD
000900             BLOCK   CONTAINS    0 RECORDS
000910             RECORD  CONTAINS   80 CHARACTERS
000920             RECORDING MODE IS   F
000930             DATA RECORD  ENT-MVS.
000940 01  ENT-MVS.
000950         10 COD-MVS         PIC  X(01).
000960            88 MVS-CREATION         VALUE 'C'.
000970            88 MVS-MODIFICATION     VALUE 'M'.
000980            88 MVS-RECEPTION        VALUE 'R'.
000990            88 MVS-INVENTAIRE       VALUE 'I'.
001000         10 REF-PDT-MVS     PIC  X(15).
001010         10 NOM-PDT-MVS     PIC  X(25).
001020         10 QTE-MVS         PIC  X(07).
001030         10 QTE-MVS-N REDEFINES QTE-MVS
001040                            PIC  9(07).
001050         10 SEUIL-MVS       PIC  X(07).
001060         10 SEUIL-MVS-N REDEFINES SEUIL-MVS
001070                            PIC  9(07).
001080         10 QTE-REAP-MVS    PIC  X(07).
001090         10 QTE-REAP-MVS-N REDEFINES QTE-REAP-MVS
001100                            PIC  9(07).
001110         10 LIB-MVS         PIC  X(18).
001120*----------------------------------------------------------------
001130*    DETAIL DES LIGNES FACTUREES (PRODUIT PAR IMPFACTU)
001140*----------------------------------------------------------------
001150 FD  ENT032 LABEL RECORD STANDARD
001160             BLOCK   CONTAINS    0 RECORDS
001170             RECORD  CONTAINS   80 CHARACTERS
001180             RECORDING MODE IS   F
001190             DATA RECORD ENT-DET.
001200 01  ENT-DET.
001210         10 NUM-CMD-DET       PIC  9(05).
001220         10 NUM-CLI-DET       PIC  9(05).
001230         10 REF-PDT-DET       PIC  X(15).
001240         10 NBR-PDT-DET       PIC S9(02).
001250         10 PRX-PDT-DET       PIC  9(03)V99.
001260         10 MNT-HT-DET        PIC S9(06)V99.
001270         10 MNT-TVA-DET       PIC S9(06)V99.
001280         10 MNT-TTC-DET       PIC S9(06)V99.
001290         10 DAT-TRT-DET       PIC  9(08).
001300         10 TYP-PIECE-DET     PIC  X(01).
001310            88 DET-FACTURE         VALUE 'F'.
001320            88 DET-AVOIR           VALUE 'A'.
001330         10 NUM-FACT-DET      PIC  9(05).
001340         10                   PIC  X(10).
001350*----------------------------------------------------------------
001360*    JOURNAL CUMULATIF DES MOUVEMENTS DE STOCK (RELU PAR
001370*    ETATSTK POUR L'ETAT DE REAPPROVISIONNEMENT)
001380*----------------------------------------------------------------
001390 FD  ENT078 LABEL RECORD STANDARD
001400             BLOCK   CONTAINS    0 RECORDS
001410             RECORD  CONTAINS   80 CHARACTERS
001420             RECORDING MODE IS   F
001430             DATA RECORD ENT-JST.
001440 01  ENT-JST.
001450         10 DAT-JST         PIC  9(08).
001460         10 REF-PDT-JST     PIC  X(15).
001470         10 TYP-JST         PIC  X(01).
001480            88 JST-CREATION         VALUE 'C'.
001490            88 JST-RECEPTION        VALUE 'R'.
001500            88 JST-INVENTAIRE       VALUE 'I'.
001510            88 JST-SORTIE           VALUE 'S'.
001520            88 JST-RETOUR           VALUE 'E'.
001530         10 QTE-JST         PIC S9(07).
001540         10 STK-APRES-JST   PIC S9(07).
001550         10 NUM-FACT-JST    PIC  9(05).
001560         10 NUM-CMD-JST     PIC  9(05).
001570         10 NUM-CLI-JST     PIC  9(05).
001580         10 LIB-JST         PIC  X(18).
001590         10                 PIC  X(09).
001600*----------------------------------------------------------------
001610*    ETAT D'AUDIT DES MOUVEMENTS APPLIQUES ET REJETES
001620*----------------------------------------------------------------
001630 FD  ENT079 LABEL RECORDS OMITTED
001640             RECORD  CONTAINS  132 CHARACTERS
001650             RECORDING MODE IS   F
001660             DATA RECORD LIGNE-AUD.
001670 01  LIGNE-AUD              PIC X(132).
001680*================================================================
001690 WORKING-STORAGE SECTION.
001700*    ---
001710*
001720*   CONSTANTES :
001730 01 C-NOMPGM             PIC  X(08)   VALUE 'MajStk'.
001740*
001750*   DATE DE TRAITEMENT ET DATE DES LIGNES FACTUREES A PASSER
001760*   EN STOCK (PARM) :
001770 01 W-DATE-TRAITEMENT    PIC  9(08).
001780 01 W-DATE-FACT          PIC  9(08).
001790*
001800*   COMPTEURS DE L'ETAT D'AUDIT :
001810 01 W-CPT-MVT-LU         PIC  9(07)   VALUE ZERO.
001820 01 W-CPT-APPLIQUE       PIC  9(07)   VALUE ZERO.
001830 01 W-CPT-REJET          PIC  9(07)   VALUE ZERO.
001840 01 W-CPT-CRE            PIC  9(07)   VALUE ZERO.
001850 01 W-CPT-MOD            PIC  9(07)   VALUE ZERO.
001860 01 W-CPT-REC            PIC  9(07)   VALUE ZERO.
001870 01 W-CPT-INV            PIC  9(07)   VALUE ZERO.
001880 01 W-CPT-DET-LU         PIC  9(07)   VALUE ZERO.
001890 01 W-CPT-SORTIE         PIC  9(07)   VALUE ZERO.
001900 01 W-CPT-RETOUR         PIC  9(07)   VALUE ZERO.
001910 01 W-CPT-REF-CREEE      PIC  9(07)   VALUE ZERO.
001920 01 W-CPT-NEGATIF        PIC  9(07)   VALUE ZERO.
001930 01 W-CPT-JOURNAL        PIC  9(07)   VALUE ZERO.
001940*
001950*   MOTIF DU REJET DU MOUVEMENT EN COURS :
001960 01 W-MOTIF-REJET        PIC  X(50).
001970*
001980*   QUANTITES DU MOUVEMENT EN COURS :
001990 01 W-STK-AVANT          PIC S9(07).
002000 01 W-QTE-MVT            PIC S9(07).
002010*
002020*   ZONES D'EDITION :
002030 01 W-EDT-AVANT          PIC -9(07).
002040 01 W-EDT-APRES          PIC -9(07).
002050 01 W-EDT-QTE            PIC -9(07).
002060*================================================================
002070 LOCAL-STORAGE SECTION.
002080*    ---
002090*
002100* VARIABLES DE CONTROLE DE FLUX.
002110 01                     PIC   X(02).
002120   88 TRT-OK               VALUE "OK".
002130   88 TRT-KO               VALUE "KO".
002140*
002150* PRESENCE DE LA REFERENCE DU MOUVEMENT EN COURS DANS ENT076.
002160 01                     PIC   X(02).
002170   88 STK-PRESENT          VALUE "OK".
002180   88 STK-ABSENT           VALUE "KO".
002190*
002200* SORTIES DE LA DATE DEJA PASSEES PAR UN TRAITEMENT ANTERIEUR.
002210 01                     PIC   X(02).
002220   88 SORTIES-DEJA-PASSEES VALUE "OK".
002230   88 SORTIES-A-PASSER     VALUE "KO".
002240*
002250 01 W-STATUS.
002260   10 FS-ENT076         PIC   X(02).
002270      88 FS-ENT076-OK      VALUE "00".
002290   10 FS-ENT077         PIC   X(02).
002300      88 FS-ENT077-OK      VALUE "00".
002310      88 FS-ENT077-ABS     VALUE "05".
002320      88 FIN-ENT077        VALUE "10".
002330   10 FS-ENT032         PIC   X(02).
002340      88 FS-ENT032-OK      VALUE "00".
002350      88 FS-ENT032-ABS     VALUE "05".
002360      88 FIN-ENT032        VALUE "10".
002370   10 FS-ENT078         PIC   X(02).
002380      88 FS-ENT078-OK      VALUE "00".
002390      88 FS-ENT078-ABS     VALUE "05".
002400      88 FIN-ENT078        VALUE "10".
002410   10 FS-ENT079         PIC   X(02).
002420      88 FS-ENT079-OK      VALUE "00".
002430*================================================================
002440 LINKAGE SECTION.
002450*    ---
002460*
002470*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
002480*     COL. 1 A 8  DATE DES LIGNES FACTUREES A PASSER EN STOCK
002490*                 (AAAAMMJJ, NUMERIQUE - A DEFAUT LA DATE DU
002500*                 JOUR) :
002510 01 W-PARM-EXEC.
002520    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
002530    05 W-PARM-EXEC-TXT   PIC X(20).
002540*================================================================
002550 PROCEDURE DIVISION USING W-PARM-EXEC.
002560*    ---------------------
002570*
002580     PERFORM DEBUT THRU DEBUT-EXIT.
002590     IF TRT-OK
002600        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
002610     END-IF.
002620     PERFORM FIN THRU FIN-EXIT.
002630     STOP RUN.
002640*================================================================
002650*    INITIALISATIONS DE DEBUT DE TRAITEMENT
002660*================================================================
002670 DEBUT.
002680     SET TRT-OK TO TRUE.
002690     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002700     IF W-PARM-EXEC-LNG NOT LESS THAN 8
002710        AND W-PARM-EXEC-TXT (1:8) NUMERIC
002720          MOVE W-PARM-EXEC-TXT (1:8) TO W-DATE-FACT
002730     ELSE
002740        MOVE W-DATE-TRAITEMENT TO W-DATE-FACT
002750     END-IF.
002760     OPEN OUTPUT ENT079.
002770     IF NOT FS-ENT079-OK
002780        SET TRT-KO TO TRUE
002790        GO TO DEBUT-EXIT
002800     END-IF.
002810     PERFORM ECRIT-ENTETE-AUDIT THRU ECRIT-ENTETE-AUDIT-EXIT.
002820     OPEN I-O    ENT076.
002830     IF NOT FS-ENT076-OK
002840        MOVE SPACES TO LIGNE-AUD
002850        STRING 'ERREUR - ENT076 - FICHIER DES STOCKS INACCESSIBLE'
002860               ' (STATUT ' FS-ENT076 ') - ARRET'
002870               DELIMITED BY SIZE INTO LIGNE-AUD
002880        END-STRING
002890        WRITE LIGNE-AUD
002900        SET TRT-KO TO TRUE
002910        GO TO DEBUT-EXIT
002920     END-IF.
002930     OPEN INPUT  ENT077.
002940     IF NOT FS-ENT077-OK AND NOT FS-ENT077-ABS
002950        MOVE SPACES TO LIGNE-AUD
002960        STRING 'ERREUR - ENT077 - MOUVEMENTS ILLISIBLES (STATUT '
002970               FS-ENT077 ') - ARRET'
002980               DELIMITED BY SIZE INTO LIGNE-AUD
002990        END-STRING
003000        WRITE LIGNE-AUD
003010        SET TRT-KO TO TRUE
003020        GO TO DEBUT-EXIT
003030     END-IF.
003040     PERFORM CONTROLE-JOURNAL THRU CONTROLE-JOURNAL-EXIT.
003050     IF TRT-KO
003060        GO TO DEBUT-EXIT
003070     END-IF.
003080     OPEN EXTEND ENT078.
003090     IF NOT FS-ENT078-OK AND NOT FS-ENT078-ABS
003100        MOVE SPACES TO LIGNE-AUD
003110        STRING 'ERREUR - ENT078 - JOURNAL DES MOUVEMENTS'
003120               ' INACCESSIBLE (STATUT ' FS-ENT078 ') - ARRET'
003130               DELIMITED BY SIZE INTO LIGNE-AUD
003140        END-STRING
003150        WRITE LIGNE-AUD
003160        SET TRT-KO TO TRUE
003170        GO TO DEBUT-EXIT
003180     END-IF.
003190 DEBUT-EXIT.
003200        EXIT.
003210*----------------------------------------------------------------
003220 ECRIT-ENTETE-AUDIT.
003230     MOVE SPACES TO LIGNE-AUD.
003240     STRING 'ETAT D AUDIT - MISE A JOUR DES STOCKS PRODUITS'
003250            ' (ENT076) - ' C-NOMPGM ' DU ' W-DATE-TRAITEMENT
003260            ' - LIGNES FACTUREES DU ' W-DATE-FACT
003270            DELIMITED BY SIZE INTO LIGNE-AUD
003280     END-STRING.
003290     WRITE LIGNE-AUD.
003300     MOVE SPACES TO LIGNE-AUD.
003310     WRITE LIGNE-AUD.
003320 ECRIT-ENTETE-AUDIT-EXIT.
003330        EXIT.
003340*----------------------------------------------------------------
003350*    LECTURE DU JOURNAL ENT078 : LES LIGNES FACTUREES D'UNE DATE
003360*    NE SONT PASSEES EN STOCK QU'UNE FOIS
003370*----------------------------------------------------------------
003380 CONTROLE-JOURNAL.
003390     SET SORTIES-A-PASSER TO TRUE.
003400     OPEN INPUT ENT078.
003410     IF NOT FS-ENT078-OK AND NOT FS-ENT078-ABS
003420        MOVE SPACES TO LIGNE-AUD
003430        STRING 'ERREUR - ENT078 - JOURNAL DES MOUVEMENTS'
003440               ' ILLISIBLE (STATUT ' FS-ENT078 ') - ARRET'
003450               DELIMITED BY SIZE INTO LIGNE-AUD
003460        END-STRING
003470        WRITE LIGNE-AUD
003480        SET TRT-KO TO TRUE
003490        GO TO CONTROLE-JOURNAL-EXIT
003500     END-IF.
003510     PERFORM LIT-JOURNAL THRU LIT-JOURNAL-EXIT
003520             UNTIL FIN-ENT078
003530                OR SORTIES-DEJA-PASSEES.
003540     CLOSE ENT078.
003550 CONTROLE-JOURNAL-EXIT.
003560        EXIT.
003570*----------------------------------------------------------------
003580 LIT-JOURNAL.
003590     READ ENT078
003600        AT END
003610           SET FIN-ENT078 TO TRUE
003620           GO TO LIT-JOURNAL-EXIT
003630     END-READ.
003640     IF DAT-JST = W-DATE-FACT
003650        AND (JST-SORTIE OR JST-RETOUR)
003660          SET SORTIES-DEJA-PASSEES TO TRUE
003670     END-IF.
003680 LIT-JOURNAL-EXIT.
003690        EXIT.
003700*================================================================
003710*    TRAITEMENT PRINCIPAL - MOUVEMENTS DU MAGASIN PUIS SORTIES
003720*    ET RETOURS DES LIGNES FACTUREES DE LA DATE
003730*================================================================
003740 TRAITEMENT.
003750     PERFORM LIT-MOUVEMENT THRU LIT-MOUVEMENT-EXIT.
003760     PERFORM TRAITE-UN-MOUVEMENT THRU TRAITE-UN-MOUVEMENT-EXIT
003770             UNTIL FIN-ENT077.
003780     PERFORM PASSE-LIGNES-FACTUREES
003790             THRU PASSE-LIGNES-FACTUREES-EXIT.
003800 TRAITEMENT-EXIT.
003810        EXIT.
003820*----------------------------------------------------------------
003830 LIT-MOUVEMENT.
003840     READ ENT077
003850        AT END
003860           SET FIN-ENT077 TO TRUE
003870        NOT AT END
003880           ADD 1 TO W-CPT-MVT-LU
003890     END-READ.
003900 LIT-MOUVEMENT-EXIT.
003910        EXIT.
003920*----------------------------------------------------------------
003930*    LECTURE DIRECTE DE LA REFERENCE PLACEE DANS REF-PDT-STK
003940*----------------------------------------------------------------
003950 LIT-STOCK-DIRECT.
003960     READ ENT076
003970        INVALID KEY
003980           SET STK-ABSENT TO TRUE
003990        NOT INVALID KEY
004000           SET STK-PRESENT TO TRUE
004010     END-READ.
004020 LIT-STOCK-DIRECT-EXIT.
004030        EXIT.
004040*----------------------------------------------------------------
004050 TRAITE-UN-MOUVEMENT.
004060     IF REF-PDT-MVS = SPACES
004070        MOVE 'REFERENCE PRODUIT A BLANC' TO W-MOTIF-REJET
004080        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004090        GO TO TRAITE-UN-MOUVEMENT-SUITE
004100     END-IF.
004110     MOVE REF-PDT-MVS TO REF-PDT-STK.
004120     PERFORM LIT-STOCK-DIRECT THRU LIT-STOCK-DIRECT-EXIT.
004130     IF MVS-CREATION
004140        PERFORM APPLIQUE-CREATION THRU APPLIQUE-CREATION-EXIT
004150     ELSE
004160     IF MVS-MODIFICATION
004170        PERFORM APPLIQUE-MODIF THRU APPLIQUE-MODIF-EXIT
004180     ELSE
004190     IF MVS-RECEPTION
004200        PERFORM APPLIQUE-RECEPTION THRU APPLIQUE-RECEPTION-EXIT
004210     ELSE
004220     IF MVS-INVENTAIRE
004230        PERFORM APPLIQUE-INVENTAIRE
004240                THRU APPLIQUE-INVENTAIRE-EXIT
004250     ELSE
004260        MOVE 'CODE MOUVEMENT INVALIDE (ATTENDU C, M, R OU I)'
004270             TO W-MOTIF-REJET
004280        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004290     END-IF
004300     END-IF
004310     END-IF
004320     END-IF.
004330 TRAITE-UN-MOUVEMENT-SUITE.
004340     PERFORM LIT-MOUVEMENT THRU LIT-MOUVEMENT-EXIT.
004350 TRAITE-UN-MOUVEMENT-EXIT.
004360        EXIT.
004370*----------------------------------------------------------------
004380*    CREATION D'UNE REFERENCE : DESIGNATION, SEUIL ET QUANTITE
004390*    DE REAPPROVISIONNEMENT OBLIGATOIRES, QUANTITE INITIALE
004400*    FACULTATIVE (BLANC = ZERO)
004410*----------------------------------------------------------------
004420 APPLIQUE-CREATION.
004430     IF STK-PRESENT
004440        MOVE 'REFERENCE DEJA PRESENTE DANS ENT076'
004450             TO W-MOTIF-REJET
004460        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004470        GO TO APPLIQUE-CREATION-EXIT
004480     END-IF.
004490     IF NOM-PDT-MVS = SPACES
004500        MOVE 'DESIGNATION A BLANC' TO W-MOTIF-REJET
004510        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004520        GO TO APPLIQUE-CREATION-EXIT
004530     END-IF.
004540     IF SEUIL-MVS NOT NUMERIC OR QTE-REAP-MVS NOT NUMERIC
004550        MOVE 'SEUIL OU QUANTITE A REAPPROVISIONNER NON NUMERIQUE'
004560             TO W-MOTIF-REJET
004570        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004580        GO TO APPLIQUE-CREATION-EXIT
004590     END-IF.
004600     IF QTE-MVS = SPACES
004610        MOVE ZERO TO W-QTE-MVT
004620     ELSE
004630        IF QTE-MVS NOT NUMERIC
004640           MOVE 'QUANTITE INITIALE NON NUMERIQUE'
004650                TO W-MOTIF-REJET
004660           PERFORM REJETTE-MOUVEMENT
004670                   THRU REJETTE-MOUVEMENT-EXIT
004680           GO TO APPLIQUE-CREATION-EXIT
004690        END-IF
004700        MOVE QTE-MVS-N TO W-QTE-MVT
004710     END-IF.
004720     MOVE ZERO TO W-STK-AVANT.
004730     MOVE SPACES TO ENT-STK.
004740     MOVE REF-PDT-MVS TO REF-PDT-STK.
004750     MOVE NOM-PDT-MVS TO NOM-PDT-STK.
004760     MOVE W-QTE-MVT TO QTE-STK.
004770     MOVE SEUIL-MVS-N TO SEUIL-STK.
004780     MOVE QTE-REAP-MVS-N TO QTE-REAP-STK.
004790     MOVE W-DATE-TRAITEMENT TO DAT-CRE-STK.
004800     MOVE W-DATE-TRAITEMENT TO DAT-MVT-STK.
004810     MOVE ZERO TO DAT-INV-STK.
004820     WRITE ENT-STK
004830        INVALID KEY
004840           MOVE 'ECRITURE REFUSEE (CLE EN DOUBLE)'
004850                TO W-MOTIF-REJET
004860           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004870           GO TO APPLIQUE-CREATION-EXIT
004880     END-WRITE.
004890     ADD 1 TO W-CPT-CRE.
004900     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
004910     IF W-QTE-MVT NOT = ZERO
004920        MOVE SPACES TO ENT-JST
004930        MOVE 'C' TO TYP-JST
004940        PERFORM ECRIT-JOURNAL-MVT THRU ECRIT-JOURNAL-MVT-EXIT
004950     END-IF.
004960 APPLIQUE-CREATION-EXIT.
004970        EXIT.
004980*----------------------------------------------------------------
004990*    MODIFICATION DES SEUILS D'UNE REFERENCE (DESIGNATION
005000*    REMPLACEE SI SERVIE) - LA QUANTITE EN STOCK N'EST MODIFIEE
005010*    QUE PAR RECEPTION, INVENTAIRE OU FACTURATION
005020*----------------------------------------------------------------
005030 APPLIQUE-MODIF.
005040     IF STK-ABSENT
005050        MOVE 'REFERENCE INCONNUE DANS ENT076' TO W-MOTIF-REJET
005060        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005070        GO TO APPLIQUE-MODIF-EXIT
005080     END-IF.
005090     IF SEUIL-MVS NOT NUMERIC OR QTE-REAP-MVS NOT NUMERIC
005100        MOVE 'SEUIL OU QUANTITE A REAPPROVISIONNER NON NUMERIQUE'
005110             TO W-MOTIF-REJET
005120        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005130        GO TO APPLIQUE-MODIF-EXIT
005140     END-IF.
005150     MOVE QTE-STK TO W-STK-AVANT.
005160     IF NOM-PDT-MVS NOT = SPACES
005170        MOVE NOM-PDT-MVS TO NOM-PDT-STK
005180     END-IF.
005190     MOVE SEUIL-MVS-N TO SEUIL-STK.
005200     MOVE QTE-REAP-MVS-N TO QTE-REAP-STK.
005210     REWRITE ENT-STK
005220        INVALID KEY
005230           MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
005240           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005250           GO TO APPLIQUE-MODIF-EXIT
005260     END-REWRITE.
005270     ADD 1 TO W-CPT-MOD.
005280     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
005290 APPLIQUE-MODIF-EXIT.
005300        EXIT.
005310*----------------------------------------------------------------
005320*    RECEPTION : LA QUANTITE RECUE S'AJOUTE AU STOCK
005330*----------------------------------------------------------------
005340 APPLIQUE-RECEPTION.
005350     IF STK-ABSENT
005360        MOVE 'REFERENCE INCONNUE DANS ENT076 (CREER PAR C)'
005370             TO W-MOTIF-REJET
005380        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005390        GO TO APPLIQUE-RECEPTION-EXIT
005400     END-IF.
005410     IF QTE-MVS NOT NUMERIC
005420        MOVE 'QUANTITE RECUE NON NUMERIQUE' TO W-MOTIF-REJET
005430        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005440        GO TO APPLIQUE-RECEPTION-EXIT
005450     END-IF.
005460     IF QTE-MVS-N = ZERO
005470        MOVE 'QUANTITE RECUE NULLE' TO W-MOTIF-REJET
005480        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005490        GO TO APPLIQUE-RECEPTION-EXIT
005500     END-IF.
005510     MOVE QTE-STK TO W-STK-AVANT.
005520     MOVE QTE-MVS-N TO W-QTE-MVT.
005530     ADD W-QTE-MVT TO QTE-STK
005540        ON SIZE ERROR
005550           MOVE 'QUANTITE EN STOCK HORS CAPACITE' TO W-MOTIF-REJET
005560           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005570           GO TO APPLIQUE-RECEPTION-EXIT
005580     END-ADD.
005590     MOVE W-DATE-TRAITEMENT TO DAT-MVT-STK.
005600     REWRITE ENT-STK
005610        INVALID KEY
005620           MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
005630           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005640           GO TO APPLIQUE-RECEPTION-EXIT
005650     END-REWRITE.
005660     ADD 1 TO W-CPT-REC.
005670     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
005680     MOVE SPACES TO ENT-JST.
005690     MOVE 'R' TO TYP-JST.
005700     PERFORM ECRIT-JOURNAL-MVT THRU ECRIT-JOURNAL-MVT-EXIT.
005710 APPLIQUE-RECEPTION-EXIT.
005720        EXIT.
005730*----------------------------------------------------------------
005740*    INVENTAIRE : LA QUANTITE COMPTEE REMPLACE LE STOCK, L'ECART
005750*    (COMPTE - STOCK THEORIQUE) EST JOURNALISE
005760*----------------------------------------------------------------
005770 APPLIQUE-INVENTAIRE.
005780     IF STK-ABSENT
005790        MOVE 'REFERENCE INCONNUE DANS ENT076 (CREER PAR C)'
005800             TO W-MOTIF-REJET
005810        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005820        GO TO APPLIQUE-INVENTAIRE-EXIT
005830     END-IF.
005840     IF QTE-MVS NOT NUMERIC
005850        MOVE 'QUANTITE COMPTEE NON NUMERIQUE' TO W-MOTIF-REJET
005860        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005870        GO TO APPLIQUE-INVENTAIRE-EXIT
005880     END-IF.
005890     MOVE QTE-STK TO W-STK-AVANT.
005900     COMPUTE W-QTE-MVT = QTE-MVS-N - QTE-STK.
005910     MOVE QTE-MVS-N TO QTE-STK.
005920     MOVE W-DATE-TRAITEMENT TO DAT-MVT-STK.
005930     MOVE W-DATE-TRAITEMENT TO DAT-INV-STK.
005940     REWRITE ENT-STK
005950        INVALID KEY
005960           MOVE 'REECRITURE REFUSEE' TO W-MOTIF-REJET
005970           PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
005980           GO TO APPLIQUE-INVENTAIRE-EXIT
005990     END-REWRITE.
006000     ADD 1 TO W-CPT-INV.
006010     PERFORM ECRIT-APPLIQUE THRU ECRIT-APPLIQUE-EXIT.
006020     MOVE SPACES TO ENT-JST.
006030     MOVE 'I' TO TYP-JST.
006040     PERFORM ECRIT-JOURNAL-MVT THRU ECRIT-JOURNAL-MVT-EXIT.
006050 APPLIQUE-INVENTAIRE-EXIT.
006060        EXIT.
006070*----------------------------------------------------------------
006080*    JOURNALISATION D'UN MOUVEMENT DU MAGASIN (TYPE DEJA PLACE
006090*    DANS TYP-JST)
006100*----------------------------------------------------------------
006110 ECRIT-JOURNAL-MVT.
006120     MOVE W-DATE-TRAITEMENT TO DAT-JST.
006130     MOVE REF-PDT-STK TO REF-PDT-JST.
006140     MOVE W-QTE-MVT TO QTE-JST.
006150     MOVE QTE-STK TO STK-APRES-JST.
006160     MOVE ZERO TO NUM-FACT-JST.
006170     MOVE ZERO TO NUM-CMD-JST.
006180     MOVE ZERO TO NUM-CLI-JST.
006190     MOVE LIB-MVS TO LIB-JST.
006200     WRITE ENT-JST.
006210     ADD 1 TO W-CPT-JOURNAL.
006220 ECRIT-JOURNAL-MVT-EXIT.
006230        EXIT.
006240*================================================================
006250*    SORTIES ET RETOURS DES LIGNES FACTUREES DE LA DATE : UNE
006260*    LIGNE DE FACTURE (F) DIMINUE LE STOCK, UNE LIGNE D'AVOIR
006270*    (A, QUANTITE NEGATIVE) LE RECONSTITUE. LES DUPLICATA NE
006280*    MOUVEMENTENT PAS LE STOCK.
006290*================================================================
006300 PASSE-LIGNES-FACTUREES.
006310     IF SORTIES-DEJA-PASSEES
006320        MOVE SPACES TO LIGNE-AUD
006330        WRITE LIGNE-AUD
006340        MOVE SPACES TO LIGNE-AUD
006350        STRING 'ERREUR - LIGNES FACTUREES DU ' W-DATE-FACT
006360               ' DEJA PASSEES EN STOCK (JOURNAL ENT078) -'
006370               ' SORTIES NON REPRISES'
006380               DELIMITED BY SIZE INTO LIGNE-AUD
006390        END-STRING
006400        WRITE LIGNE-AUD
006410        GO TO PASSE-LIGNES-FACTUREES-EXIT
006420     END-IF.
006430     OPEN INPUT ENT032.
006440     IF NOT FS-ENT032-OK AND NOT FS-ENT032-ABS
006450        MOVE SPACES TO LIGNE-AUD
006460        STRING 'ERREUR - ENT032 - DETAIL FACTURE ILLISIBLE'
006470               ' (STATUT ' FS-ENT032 ') - SORTIES NON PASSEES'
006480               DELIMITED BY SIZE INTO LIGNE-AUD
006490        END-STRING
006500        WRITE LIGNE-AUD
006510        GO TO PASSE-LIGNES-FACTUREES-EXIT
006520     END-IF.
006530     MOVE SPACES TO LIGNE-AUD.
006540     WRITE LIGNE-AUD.
006550     MOVE SPACES TO LIGNE-AUD.
006560     STRING 'SORTIES ET RETOURS DES LIGNES FACTUREES DU '
006570            W-DATE-FACT
006580            DELIMITED BY SIZE INTO LIGNE-AUD
006590     END-STRING.
006600     WRITE LIGNE-AUD.
006610     PERFORM PASSE-UNE-LIGNE THRU PASSE-UNE-LIGNE-EXIT
006620             UNTIL FIN-ENT032.
006630     CLOSE ENT032.
006640 PASSE-LIGNES-FACTUREES-EXIT.
006650        EXIT.
006660*----------------------------------------------------------------
006670 PASSE-UNE-LIGNE.
006680     READ ENT032
006690        AT END
006700           SET FIN-ENT032 TO TRUE
006710           GO TO PASSE-UNE-LIGNE-EXIT
006720     END-READ.
006730     IF DAT-TRT-DET NOT = W-DATE-FACT
006740        OR (NOT DET-FACTURE AND NOT DET-AVOIR)
006750        OR NBR-PDT-DET = ZERO
006760        OR REF-PDT-DET = SPACES
006770          GO TO PASSE-UNE-LIGNE-EXIT
006780     END-IF.
006790     ADD 1 TO W-CPT-DET-LU.
006800     MOVE REF-PDT-DET TO REF-PDT-STK.
006810     PERFORM LIT-STOCK-DIRECT THRU LIT-STOCK-DIRECT-EXIT.
006820     IF STK-ABSENT
006830        PERFORM CREE-REFERENCE-FACTUREE
006840                THRU CREE-REFERENCE-FACTUREE-EXIT
006850        IF STK-ABSENT
006860           GO TO PASSE-UNE-LIGNE-EXIT
006870        END-IF
006880     END-IF.
006890     MOVE QTE-STK TO W-STK-AVANT.
006900     COMPUTE W-QTE-MVT = ZERO - NBR-PDT-DET.
006910     ADD W-QTE-MVT TO QTE-STK.
006920     MOVE W-DATE-FACT TO DAT-MVT-STK.
006930     REWRITE ENT-STK
006940        INVALID KEY
006950           MOVE SPACES TO LIGNE-AUD
006960           STRING 'ERREUR - ENT076 - REECRITURE REFUSEE - REF '
006970                  REF-PDT-DET ' FACTURE ' NUM-FACT-DET
006980                  ' - LIGNE NON PASSEE'
006990                  DELIMITED BY SIZE INTO LIGNE-AUD
007000           END-STRING
007010           WRITE LIGNE-AUD
007020           GO TO PASSE-UNE-LIGNE-EXIT
007030     END-REWRITE.
007040     MOVE SPACES TO ENT-JST.
007050     IF DET-AVOIR
007060        MOVE 'E' TO TYP-JST
007070        MOVE 'RETOUR SUR AVOIR' TO LIB-JST
007080        ADD 1 TO W-CPT-RETOUR
007090     ELSE
007100        MOVE 'S' TO TYP-JST
007110        MOVE 'SORTIE SUR FACTURE' TO LIB-JST
007120        ADD 1 TO W-CPT-SORTIE
007130     END-IF.
007140     MOVE W-DATE-FACT TO DAT-JST.
007150     MOVE REF-PDT-STK TO REF-PDT-JST.
007160     MOVE W-QTE-MVT TO QTE-JST.
007170     MOVE QTE-STK TO STK-APRES-JST.
007180     MOVE NUM-FACT-DET TO NUM-FACT-JST.
007190     MOVE NUM-CMD-DET TO NUM-CMD-JST.
007200     MOVE NUM-CLI-DET TO NUM-CLI-JST.
007210     WRITE ENT-JST.
007220     ADD 1 TO W-CPT-JOURNAL.
007230     MOVE W-STK-AVANT TO W-EDT-AVANT.
007240     MOVE W-QTE-MVT TO W-EDT-QTE.
007250     MOVE QTE-STK TO W-EDT-APRES.
007260     MOVE SPACES TO LIGNE-AUD.
007270     STRING '   ' LIB-JST ' - FACTURE ' NUM-FACT-DET
007280            ' CMD ' NUM-CMD-DET ' - REF ' REF-PDT-DET
007290            ' QTE ' W-EDT-QTE ' STOCK ' W-EDT-AVANT
007300            ' -> ' W-EDT-APRES
007310            DELIMITED BY SIZE INTO LIGNE-AUD
007320     END-STRING.
007330     IF QTE-STK < ZERO
007340        ADD 1 TO W-CPT-NEGATIF
007350        MOVE 'STOCK NEGATIF' TO LIGNE-AUD (110:13)
007360     END-IF.
007370     WRITE LIGNE-AUD.
007380 PASSE-UNE-LIGNE-EXIT.
007390        EXIT.
007400*----------------------------------------------------------------
007410*    REFERENCE FACTUREE ABSENTE DU FICHIER DES STOCKS : ELLE EST
007420*    CREEE A STOCK ZERO, SANS SEUIL, ET SIGNALEE POUR QUE LE
007430*    MAGASIN LA COMPLETE PAR UN MOUVEMENT M
007440*----------------------------------------------------------------
007450 CREE-REFERENCE-FACTUREE.
007460     MOVE SPACES TO ENT-STK.
007470     MOVE REF-PDT-DET TO REF-PDT-STK.
007480     MOVE ZERO TO QTE-STK.
007490     MOVE ZERO TO SEUIL-STK.
007500     MOVE ZERO TO QTE-REAP-STK.
007510     MOVE W-DATE-TRAITEMENT TO DAT-CRE-STK.
007520     MOVE ZERO TO DAT-MVT-STK.
007530     MOVE ZERO TO DAT-INV-STK.
007540     WRITE ENT-STK
007550        INVALID KEY
007560           MOVE SPACES TO LIGNE-AUD
007570           STRING 'ERREUR - ENT076 - CREATION REFUSEE - REF '
007580                  REF-PDT-DET ' FACTURE ' NUM-FACT-DET
007590                  ' - LIGNE NON PASSEE'
007600                  DELIMITED BY SIZE INTO LIGNE-AUD
007610           END-STRING
007620           WRITE LIGNE-AUD
007630           GO TO CREE-REFERENCE-FACTUREE-EXIT
007640     END-WRITE.
007650     SET STK-PRESENT TO TRUE.
007660     ADD 1 TO W-CPT-REF-CREEE.
007670     MOVE SPACES TO LIGNE-AUD.
007680     STRING 'AVIS - REF ' REF-PDT-DET
007690            ' ABSENTE DE ENT076 - CREEE A STOCK ZERO SANS SEUIL'
007700            ' (A COMPLETER PAR MOUVEMENT M)'
007710            DELIMITED BY SIZE INTO LIGNE-AUD
007720     END-STRING.
007730     WRITE LIGNE-AUD.
007740 CREE-REFERENCE-FACTUREE-EXIT.
007750        EXIT.
007760*================================================================
007770*    EDITION DE L'ETAT D'AUDIT
007780*================================================================
007790 ECRIT-APPLIQUE.
007800     ADD 1 TO W-CPT-APPLIQUE.
007810     MOVE W-STK-AVANT TO W-EDT-AVANT.
007820     MOVE QTE-STK TO W-EDT-APRES.
007830     MOVE SPACES TO LIGNE-AUD.
007840     STRING 'MVT ' COD-MVS ' - REF ' REF-PDT-MVS
007850            ' - APPLIQUE : ' NOM-PDT-STK
007860            ' STOCK ' W-EDT-AVANT ' -> ' W-EDT-APRES
007870            ' SEUIL ' SEUIL-STK ' REAPPRO ' QTE-REAP-STK
007880            DELIMITED BY SIZE INTO LIGNE-AUD
007890     END-STRING.
007900     WRITE LIGNE-AUD.
007910 ECRIT-APPLIQUE-EXIT.
007920        EXIT.
007930*----------------------------------------------------------------
007940 REJETTE-MOUVEMENT.
007950     ADD 1 TO W-CPT-REJET.
007960     MOVE SPACES TO LIGNE-AUD.
007970     STRING 'MVT ' COD-MVS ' - REF ' REF-PDT-MVS
007980            ' - REJETE : ' W-MOTIF-REJET
007990            DELIMITED BY SIZE INTO LIGNE-AUD
008000     END-STRING.
008010     WRITE LIGNE-AUD.
008020 REJETTE-MOUVEMENT-EXIT.
008030        EXIT.
008040*================================================================
008050*    FIN DE TRAITEMENT
008060*================================================================
008070 FIN.
008080     IF FS-ENT079-OK
008090        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
008100     END-IF.
008110     CLOSE ENT076 ENT077 ENT078 ENT079.
008120 FIN-EXIT.
008130        EXIT.
008140*----------------------------------------------------------------
008150 REND-COMPTE.
008160     MOVE SPACES TO LIGNE-AUD.
008170     WRITE LIGNE-AUD.
008180     MOVE SPACES TO LIGNE-AUD.
008190     STRING 'MOUVEMENTS LUS       : ' W-CPT-MVT-LU
008200            DELIMITED BY SIZE INTO LIGNE-AUD
008210     END-STRING.
008220     WRITE LIGNE-AUD.
008230     MOVE SPACES TO LIGNE-AUD.
008240     STRING 'MOUVEMENTS APPLIQUES : ' W-CPT-APPLIQUE
008250            DELIMITED BY SIZE INTO LIGNE-AUD
008260     END-STRING.
008270     WRITE LIGNE-AUD.
008280     MOVE SPACES TO LIGNE-AUD.
008290     STRING 'MOUVEMENTS REJETES   : ' W-CPT-REJET
008300            DELIMITED BY SIZE INTO LIGNE-AUD
008310     END-STRING.
008320     WRITE LIGNE-AUD.
008330     MOVE SPACES TO LIGNE-AUD.
008340     STRING 'CREATIONS            : ' W-CPT-CRE
008350            DELIMITED BY SIZE INTO LIGNE-AUD
008360     END-STRING.
008370     WRITE LIGNE-AUD.
008380     MOVE SPACES TO LIGNE-AUD.
008390     STRING 'MODIFICATIONS        : ' W-CPT-MOD
008400            DELIMITED BY SIZE INTO LIGNE-AUD
008410     END-STRING.
008420     WRITE LIGNE-AUD.
008430     MOVE SPACES TO LIGNE-AUD.
008440     STRING 'RECEPTIONS           : ' W-CPT-REC
008450            DELIMITED BY SIZE INTO LIGNE-AUD
008460     END-STRING.
008470     WRITE LIGNE-AUD.
008480     MOVE SPACES TO LIGNE-AUD.
008490     STRING 'INVENTAIRES          : ' W-CPT-INV
008500            DELIMITED BY SIZE INTO LIGNE-AUD
008510     END-STRING.
008520     WRITE LIGNE-AUD.
008530     MOVE SPACES TO LIGNE-AUD.
008540     STRING 'LIGNES FACTUREES     : ' W-CPT-DET-LU
008550            DELIMITED BY SIZE INTO LIGNE-AUD
008560     END-STRING.
008570     WRITE LIGNE-AUD.
008580     MOVE SPACES TO LIGNE-AUD.
008590     STRING 'SORTIES SUR FACTURE  : ' W-CPT-SORTIE
008600            DELIMITED BY SIZE INTO LIGNE-AUD
008610     END-STRING.
008620     WRITE LIGNE-AUD.
008630     MOVE SPACES TO LIGNE-AUD.
008640     STRING 'RETOURS SUR AVOIR    : ' W-CPT-RETOUR
008650            DELIMITED BY SIZE INTO LIGNE-AUD
008660     END-STRING.
008670     WRITE LIGNE-AUD.
008680     MOVE SPACES TO LIGNE-AUD.
008690     STRING 'REFERENCES CREEES    : ' W-CPT-REF-CREEE
008700            DELIMITED BY SIZE INTO LIGNE-AUD
008710     END-STRING.
008720     WRITE LIGNE-AUD.
008730     MOVE SPACES TO LIGNE-AUD.
008740     STRING 'SORTIES EN NEGATIF   : ' W-CPT-NEGATIF
008750            DELIMITED BY SIZE INTO LIGNE-AUD
008760     END-STRING.
008770     WRITE LIGNE-AUD.
008780     MOVE SPACES TO LIGNE-AUD.
008790     STRING 'MOUVEMENTS JOURNAL   : ' W-CPT-JOURNAL
008800            DELIMITED BY SIZE INTO LIGNE-AUD
008810     END-STRING.
008820     WRITE LIGNE-AUD.
008830 REND-COMPTE-EXIT.
008840        EXIT.
