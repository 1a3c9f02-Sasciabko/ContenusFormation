000288*                       tranches de retard sur la date
000289*                       d'echeance du poste (date de facture a
000290*                       defaut), echeance editee sur le releve.
000291*  15/10/2026  MLD     Imputation des credits clients : sous
000292*                       chaque poste impute, detail des
000293*                       imputations et remboursements valides
000294*                       (Ent064) - facture soldee par avoir ou
000295*                       trop-percu, credit rembourse par
000296*                       virement. Postes trop-percu de type 'T'.
000297*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000298*                       250 caracteres : numero SIREN et numero
000299*                       de TVA intracommunautaire du client
000300*                       (facturation electronique).
000301*  15/10/2026  PDU     Postes des factures en litige ouvert
000302*                       dans le fichier des litiges Ent089
000303*                       (MAJLIT) signales EN LITIGE sur le
000304*                       releve.
000305*================================================================
000306 ENVIRONMENT DIVISION.
000310*================================================================
000320 CONFIGURATION SECTION.
000330*    ---
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS FS-ENT056.
000570*
000571     SELECT OPTIONAL ENT064  ASSIGN TO ENT064
000572            ORGANIZATION IS SEQUENTIAL
000573            FILE STATUS IS FS-ENT064.
000574*
000575     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000576            ORGANIZATION IS INDEXED
000577            ACCESS MODE IS RANDOM
000578            RECORD KEY IS NUM-FACT-LIT
000579            FILE STATUS IS FS-ENT089.
000580*
000581     SELECT TRI-LET ASSIGN TO SORTWK01.
000590*================================================================
000600 DATA DIVISION.
000610*================================================================
000650*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000660*----------------------------------------------------------------
000670 FD  ENT010 LABEL RECORD STANDARD
000680             RECORD  CONTAINS  250 CHARACTERS
000690             DATA RECORD  ENT-CLI.
000700 01  ENT-CLI.
000710         10 NUM-CLI      PIC    9(05).
000750         10 TEL-CLI      PIC    X(20).
000760         10 MOB-CLI      PIC    X(20).
000765         10 COD-PAI-CLI  PIC    X(03).
000770         10 SIREN-CLI    PIC    X(09).
000772         10 TVA-CEE-CLI  PIC    X(14).
000774         10 MOD-FAC-CLI  PIC    X(01).
000776         10 COD-COM-CLI  PIC    X(04).
000778         10              PIC    X(34).
000780*----------------------------------------------------------------
000790*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
000800*----------------------------------------------------------------
001010             DATA RECORD LIGNE-BAL.
001020 01  LIGNE-BAL              PIC X(132).
001030*----------------------------------------------------------------
001031*    CUMUL DES IMPUTATIONS ET REMBOURSEMENTS VALIDES (IMPUTAVR)
001032*----------------------------------------------------------------
001033 FD  ENT064 LABEL RECORD STANDARD
001034             BLOCK   CONTAINS    0 RECORDS
001035             RECORD  CONTAINS   80 CHARACTERS
001036             RECORDING MODE IS   F
001037             DATA RECORD ENT-IMT.
001038 01  ENT-IMT.
001039         10 COD-IMT          PIC  X(01).
001040            88 IMT-IMPUTATION     VALUE 'I'.
001041            88 IMT-REMBOURSEMENT  VALUE 'R'.
001042         10 NUM-CLI-IMT      PIC  9(05).
001043         10 NUM-CMD-CRD-IMT  PIC  9(05).
001044         10 TYP-CRD-IMT      PIC  X(01).
001045         10 NUM-FACT-CRD-IMT PIC  9(05).
001046         10 DAT-CRD-IMT      PIC  9(08).
001047         10 NUM-CMD-DEB-IMT  PIC  9(05).
001048         10 TYP-DEB-IMT      PIC  X(01).
001049         10 NUM-FACT-DEB-IMT PIC  9(05).
001050         10 DAT-DEB-IMT      PIC  9(08).
001051         10 MNT-IMT          PIC  9(07)V99.
001052         10 DAT-IMT          PIC  9(08).
001053         10                  PIC  X(19).
001054*----------------------------------------------------------------
001055*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
001056*    FACTURE, TENU PAR MAJLIT)
001057*----------------------------------------------------------------
001058 FD  ENT089 LABEL RECORD STANDARD
001059             RECORD  CONTAINS  120 CHARACTERS
001060             DATA RECORD  ENT-LIT.
001061 01  ENT-LIT.
001062         10 NUM-FACT-LIT     PIC  9(05).
001063         10 NUM-CMD-LIT      PIC  9(05).
001064         10 NUM-CLI-LIT      PIC  9(05).
001065         10 ETAT-LIT         PIC  X(01).
001066            88 LIT-OUVERT         VALUE 'O'.
001067         10                  PIC  X(104).
001068*----------------------------------------------------------------
001069*    FICHIER DE TRI DES POSTES OUVERTS
001070*----------------------------------------------------------------
001071 SD  TRI-LET.
001072 01  TRI-ENR.
001080         10 NUM-CMD-TRI     PIC  9(05).
001090         10 NUM-CLI-TRI     PIC  9(05).
001100         10 DAT-FACT-TRI    PIC  9(08).
001160         10 TYP-TRI         PIC  X(01).
001165         10 NUM-FACT-TRI    PIC  9(05).
001167         10 DAT-ECH-TRI     PIC  9(08).
001170         10 MNT-IMPUTE-TRI  PIC S9(07)V99.
001175         10                 PIC  X(03).
001180*================================================================
001190 WORKING-STORAGE SECTION.
001200*    ---
001210*
001220*   CONSTANTES :
001230 01 C-NOMPGM             PIC  X(08)   VALUE 'RelevCli'.
001231 01 C-NBR-MAX-IMT        PIC  9(05)   VALUE 10000.
001232*
001234*   COMPTEURS DE LA SYNTHESE DE FIN DE TRAITEMENT :
001235 01 W-CPT-POSTES-LUS     PIC  9(07)   VALUE ZERO.
001236 01 W-CPT-CLI-EDITES     PIC  9(07)   VALUE ZERO.
001237 01 W-CPT-CLI-ABSENTS    PIC  9(07)   VALUE ZERO.
001238 01 W-CPT-IMT-EDITEES    PIC  9(07)   VALUE ZERO.
001240*
001250*   DATE DE TRAITEMENT :
001260 01 W-DATE-TRAITEMENT    PIC  9(08).
001600 01 W-EDT-T3             PIC -9(09).99.
001610 01 W-EDT-T4             PIC -9(09).99.
001620 01 W-EDT-TOT            PIC -9(09).99.
001625 01 W-MENTION-LITIGE     PIC  X(11).
001630*
001640*   TOTAL DE LA BALANCE EN COURS D'EDITION :
001650 01 W-BAL-TOTAL          PIC S9(09)V99.
001651*
001652*   TABLE DES IMPUTATIONS ET REMBOURSEMENTS VALIDES (ENT064) :
001653 01 W-NBR-IMT            PIC  9(05)  COMP VALUE ZERO.
001654 01 W-TABLE-IMT.
001655    10 W-IMT OCCURS 1 TO 10000 TIMES
001656          DEPENDING ON W-NBR-IMT
001657          INDEXED BY IND-IMT.
001658       15 W-IMT-COD        PIC X(01).
001659       15 W-IMT-CRD-CMD    PIC 9(05).
001660       15 W-IMT-CRD-TYP    PIC X(01).
001661       15 W-IMT-CRD-FACT   PIC 9(05).
001662       15 W-IMT-CRD-DAT    PIC 9(08).
001663       15 W-IMT-DEB-CMD    PIC 9(05).
001664       15 W-IMT-DEB-TYP    PIC X(01).
001665       15 W-IMT-DEB-FACT   PIC 9(05).
001666       15 W-IMT-DEB-DAT    PIC 9(08).
001667       15 W-IMT-MNT        PIC 9(07)V99.
001668       15 W-IMT-DAT        PIC 9(08).
001669*================================================================
001670 LOCAL-STORAGE SECTION.
001680*    ---
001690*
001820   88 CLI-PRESENT          VALUE "OK".
001830   88 CLI-ABSENT           VALUE "KO".
001840*
001841* PRESENCE DU FICHIER DES LITIGES ENT089.
001842 01                     PIC   X(02).
001843   88 LITIGES-PRESENTS     VALUE "OK".
001844   88 LITIGES-ABSENTS      VALUE "KO".
001845*
001846* LE POSTE EN COURS FAIT-IL L'OBJET D'UN LITIGE OUVERT.
001847 01                     PIC   X(02).
001848   88 POSTE-EN-LITIGE      VALUE "OK".
001849   88 POSTE-HORS-LITIGE    VALUE "KO".
001850*
001851 01 W-STATUS.
001860   10 FS-ENT010         PIC   X(02).
001870      88 FS-ENT010-OK      VALUE "00".
001880      88 FS-ENT010-INCONNU VALUE "23".
001920      88 FS-ENT055-OK      VALUE "00".
001930   10 FS-ENT056         PIC   X(02).
001940      88 FS-ENT056-OK      VALUE "00".
001941   10 FS-ENT064         PIC   X(02).
001942      88 FS-ENT064-OK      VALUE "00".
001943      88 FS-ENT064-ABS     VALUE "05".
001944      88 FIN-ENT064        VALUE "10".
001945   10 FS-ENT089         PIC   X(02).
001946      88 FS-ENT089-OK      VALUE "00".
001947      88 FS-ENT089-ABS     VALUE "05".
001950*================================================================
001960 PROCEDURE DIVISION.
001970*    ---------------------
002070*================================================================
002080 DEBUT.
002090     SET TRT-OK TO TRUE.
002095     SET LITIGES-ABSENTS TO TRUE.
002100     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002110     COMPUTE W-JOUR-TRAITEMENT =
002120             FUNCTION INTEGER-OF-DATE (W-DATE-TRAITEMENT).
002270     END-IF.
002280     PERFORM ECRIT-ENTETE-BALANCE
002290             THRU ECRIT-ENTETE-BALANCE-EXIT.
002291     PERFORM CHARGE-TABLE-IMPUTATIONS
002292             THRU CHARGE-TABLE-IMPUTATIONS-EXIT.
002293     OPEN INPUT ENT089.
002294     IF FS-ENT089-OK OR FS-ENT089-ABS
002295        SET LITIGES-PRESENTS TO TRUE
002296     END-IF.
002300 DEBUT-EXIT.
002310        EXIT.
002320*----------------------------------------------------------------
002890          PERFORM OUVRE-CLIENT THRU OUVRE-CLIENT-EXIT
002900     END-IF.
002910     PERFORM ECRIT-LIGNE-POSTE THRU ECRIT-LIGNE-POSTE-EXIT.
002911     IF MNT-IMPUTE-TRI NUMERIC AND MNT-IMPUTE-TRI NOT = ZERO
002912        PERFORM ECRIT-DETAIL-IMPUTATION
002913                THRU ECRIT-DETAIL-IMPUTATION-EXIT
002914                VARYING IND-IMT FROM 1 BY 1
002915                UNTIL IND-IMT > W-NBR-IMT
002916     END-IF.
002920     PERFORM VENTILE-BALANCE THRU VENTILE-BALANCE-EXIT.
002930     PERFORM RETOURNE-POSTE THRU RETOURNE-POSTE-EXIT.
002940 TRAITE-POSTE-EXIT.
003520     MOVE MNT-REGLE-TRI TO W-EDT-REGLE.
003530     MOVE MNT-SOLDE-TRI TO W-EDT-SOLDE.
003540     MOVE W-SOLDE-PROGRESSIF TO W-EDT-BALANCE.
003541     PERFORM CHERCHE-LITIGE THRU CHERCHE-LITIGE-EXIT.
003542     IF POSTE-EN-LITIGE
003543        MOVE ' EN LITIGE' TO W-MENTION-LITIGE
003544     ELSE
003545        MOVE SPACES TO W-MENTION-LITIGE
003546     END-IF.
003550     MOVE SPACES TO LIGNE-REL.
003560     STRING DAT-FACT-TRI '   ' NUM-CMD-TRI '    ' NUM-FACT-TRI
003562            '   ' DAT-ECH-TRI
003565            ' ' TYP-TRI
003570            '  ' W-EDT-MNT ' ' W-EDT-REGLE ' ' W-EDT-SOLDE
003580            ' ' W-EDT-BALANCE W-MENTION-LITIGE
003590            DELIMITED BY SIZE INTO LIGNE-REL
003600     END-STRING.
003610     WRITE LIGNE-REL.
004440 FIN.
004445     PERFORM REND-COMPTE THRU REND-COMPTE-EXIT.
004450     CLOSE ENT010 ENT055 ENT056.
004452     IF LITIGES-PRESENTS
004454        CLOSE ENT089
004456     END-IF.
004460 FIN-EXIT.
004470        EXIT.
004480*----------------------------------------------------------------
004640            DELIMITED BY SIZE INTO LIGNE-BAL
004650     END-STRING.
004660     WRITE LIGNE-BAL.
004661     MOVE SPACES TO LIGNE-BAL.
004662     STRING 'IMPUTATIONS EDITEES  : ' W-CPT-IMT-EDITEES
004663            DELIMITED BY SIZE INTO LIGNE-BAL
004664     END-STRING.
004665     WRITE LIGNE-BAL.
004670 REND-COMPTE-EXIT.
004680        EXIT.
004690*----------------------------------------------------------------
004700*    CHARGEMENT DES IMPUTATIONS ET REMBOURSEMENTS VALIDES
004710*    (FICHIER FACULTATIF - ABSENT AVANT LA PREMIERE VALIDATION)
004720*----------------------------------------------------------------
004730 CHARGE-TABLE-IMPUTATIONS.
004740     MOVE ZERO TO W-NBR-IMT.
004750     OPEN INPUT ENT064.
004760     IF NOT FS-ENT064-OK AND NOT FS-ENT064-ABS
004770        GO TO CHARGE-TABLE-IMPUTATIONS-EXIT
004780     END-IF.
004790     PERFORM LIT-UNE-IMPUTATION THRU LIT-UNE-IMPUTATION-EXIT
004800             UNTIL FIN-ENT064
004810                OR W-NBR-IMT NOT LESS THAN C-NBR-MAX-IMT.
004820     CLOSE ENT064.
004830 CHARGE-TABLE-IMPUTATIONS-EXIT.
004840        EXIT.
004850*----------------------------------------------------------------
004860 LIT-UNE-IMPUTATION.
004870     READ ENT064
004880        AT END
004890           GO TO LIT-UNE-IMPUTATION-EXIT
004900     END-READ.
004910     IF MNT-IMT NOT NUMERIC
004920        OR (NOT IMT-IMPUTATION AND NOT IMT-REMBOURSEMENT)
004930          GO TO LIT-UNE-IMPUTATION-EXIT
004940     END-IF.
004950     ADD 1 TO W-NBR-IMT.
004960     MOVE COD-IMT          TO W-IMT-COD      (W-NBR-IMT).
004970     MOVE NUM-CMD-CRD-IMT  TO W-IMT-CRD-CMD  (W-NBR-IMT).
004980     MOVE TYP-CRD-IMT      TO W-IMT-CRD-TYP  (W-NBR-IMT).
004990     MOVE NUM-FACT-CRD-IMT TO W-IMT-CRD-FACT (W-NBR-IMT).
005000     MOVE DAT-CRD-IMT      TO W-IMT-CRD-DAT  (W-NBR-IMT).
005010     MOVE NUM-CMD-DEB-IMT  TO W-IMT-DEB-CMD  (W-NBR-IMT).
005020     MOVE TYP-DEB-IMT      TO W-IMT-DEB-TYP  (W-NBR-IMT).
005030     MOVE NUM-FACT-DEB-IMT TO W-IMT-DEB-FACT (W-NBR-IMT).
005040     MOVE DAT-DEB-IMT      TO W-IMT-DEB-DAT  (W-NBR-IMT).
005050     MOVE MNT-IMT          TO W-IMT-MNT      (W-NBR-IMT).
005060     MOVE DAT-IMT          TO W-IMT-DAT      (W-NBR-IMT).
005070 LIT-UNE-IMPUTATION-EXIT.
005080        EXIT.
005090*----------------------------------------------------------------
005100*    LA FACTURE DU POSTE EN COURS FAIT-ELLE L'OBJET D'UN LITIGE
005110*    OUVERT DANS ENT089 (POSTE SANS NUMERO DE FACTURE : NON)
005120*----------------------------------------------------------------
005130 CHERCHE-LITIGE.
005140     SET POSTE-HORS-LITIGE TO TRUE.
005150     IF LITIGES-ABSENTS
005160        GO TO CHERCHE-LITIGE-EXIT
005170     END-IF.
005180     IF NUM-FACT-TRI NOT NUMERIC OR NUM-FACT-TRI = ZERO
005190        GO TO CHERCHE-LITIGE-EXIT
005200     END-IF.
005210     MOVE NUM-FACT-TRI TO NUM-FACT-LIT.
005220     READ ENT089
005230        INVALID KEY
005240           CONTINUE
005250        NOT INVALID KEY
005260           IF LIT-OUVERT
005270              SET POSTE-EN-LITIGE TO TRUE
005280           END-IF
005290     END-READ.
005300 CHERCHE-LITIGE-EXIT.
005310        EXIT.
005320*----------------------------------------------------------------
005330*    DETAIL DES IMPUTATIONS DU POSTE : COTE CREDIT (AVOIR OU
005340*    TROP-PERCU IMPUTE OU REMBOURSE) OU COTE DEBIT (FACTURE
005350*    SOLDEE PAR UN CREDIT)
005360*----------------------------------------------------------------
005370 ECRIT-DETAIL-IMPUTATION.
005380     IF W-IMT-CRD-CMD (IND-IMT) = NUM-CMD-TRI
005390        AND W-IMT-CRD-TYP (IND-IMT) = TYP-TRI
005400        AND W-IMT-CRD-FACT (IND-IMT) = NUM-FACT-TRI
005410        AND W-IMT-CRD-DAT (IND-IMT) = DAT-FACT-TRI
005420          MOVE W-IMT-MNT (IND-IMT) TO W-EDT-MNT
005430          MOVE SPACES TO LIGNE-REL
005440          IF W-IMT-COD (IND-IMT) = 'I'
005450             STRING '           LE ' W-IMT-DAT (IND-IMT)
005460                    ' IMPUTE SUR FACTURE '
005470                    W-IMT-DEB-FACT (IND-IMT)
005480                    ' COMMANDE ' W-IMT-DEB-CMD (IND-IMT)
005490                    ' : ' W-EDT-MNT
005500                    DELIMITED BY SIZE INTO LIGNE-REL
005510             END-STRING
005520          ELSE
005530             STRING '           LE ' W-IMT-DAT (IND-IMT)
005540                    ' REMBOURSE PAR VIREMENT : ' W-EDT-MNT
005550                    DELIMITED BY SIZE INTO LIGNE-REL
005560             END-STRING
005570          END-IF
005580          WRITE LIGNE-REL
005590          ADD 1 TO W-CPT-IMT-EDITEES
005600          GO TO ECRIT-DETAIL-IMPUTATION-EXIT
005610     END-IF.
005620     IF W-IMT-COD (IND-IMT) = 'I'
005630        AND W-IMT-DEB-CMD (IND-IMT) = NUM-CMD-TRI
005640        AND W-IMT-DEB-TYP (IND-IMT) = TYP-TRI
005650        AND W-IMT-DEB-FACT (IND-IMT) = NUM-FACT-TRI
005660        AND W-IMT-DEB-DAT (IND-IMT) = DAT-FACT-TRI
005670          MOVE W-IMT-MNT (IND-IMT) TO W-EDT-MNT
005680          MOVE SPACES TO LIGNE-REL
005690          IF W-IMT-CRD-TYP (IND-IMT) = 'T'
005700             STRING '           LE ' W-IMT-DAT (IND-IMT)
005710                    ' REGLE PAR TROP-PERCU COMMANDE '
005720                    W-IMT-CRD-CMD (IND-IMT)
005730                    ' : ' W-EDT-MNT
005740                    DELIMITED BY SIZE INTO LIGNE-REL
005750             END-STRING
005760          ELSE
005770             STRING '           LE ' W-IMT-DAT (IND-IMT)
005780                    ' REGLE PAR AVOIR '
005790                    W-IMT-CRD-FACT (IND-IMT)
005800                    ' COMMANDE ' W-IMT-CRD-CMD (IND-IMT)
005810                    ' : ' W-EDT-MNT
005820                    DELIMITED BY SIZE INTO LIGNE-REL
005830             END-STRING
005840          END-IF
005850          WRITE LIGNE-REL
005860          ADD 1 TO W-CPT-IMT-EDITEES
005870     END-IF.
005880 ECRIT-DETAIL-IMPUTATION-EXIT.
005890        EXIT.
