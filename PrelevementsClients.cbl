000310*                       attendre un reglement spontane). Etat de
000320*                       remise Ent046 : nombre de prelevements,
000330*                       total par client, total general.
000331*  15/10/2026  MLD     Mandats suspendus par IMPAYPRV apres
000332*                       rejets repetes ou revocation (statut
000333*                       'S' porte sur Ent044) : plus presentes
000334*                       au prelevement, signales sur l'etat.
000335*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000336*                       250 caracteres : numero SIREN et numero
000337*                       de TVA intracommunautaire du client
000338*                       (facturation electronique).
000339*  15/10/2026  PDU     Les factures en litige ouvert dans le
000340*                       fichier des litiges Ent089 (MAJLIT) ne
000341*                       sont plus presentees au prelevement ;
000342*                       elles sont signalees sur l'etat.
000343*================================================================
000350 ENVIRONMENT DIVISION.
000360*================================================================
000370 CONFIGURATION SECTION.
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS FS-ENT048.
000700*
000701     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000702            ORGANIZATION IS INDEXED
000703            ACCESS MODE IS RANDOM
000704            RECORD KEY IS NUM-FACT-LIT
000705            FILE STATUS IS FS-ENT089.
000706*
000710     SELECT TRI-LET ASSIGN TO SORTWK01.
000720*================================================================
000730 DATA DIVISION.
000780*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000790*----------------------------------------------------------------
000800 FD  ENT010 LABEL RECORD STANDARD
000810             RECORD  CONTAINS  250 CHARACTERS
000820             DATA RECORD  ENT-CLI.
000830 01  ENT-CLI.
000840         10 NUM-CLI      PIC    9(05).
000880         10 TEL-CLI      PIC    X(20).
000890         10 MOB-CLI      PIC    X(20).
000900         10 COD-PAI-CLI  PIC    X(03).
000910         10 SIREN-CLI    PIC    X(09).
000912         10 TVA-CEE-CLI  PIC    X(14).
000914         10 MOD-FAC-CLI  PIC    X(01).
000916         10 COD-COM-CLI  PIC    X(04).
000918         10              PIC    X(34).
000920*----------------------------------------------------------------
000930*    POSTES OUVERTS ISSUS DU LETTRAGE (LETRBANC)
000940*----------------------------------------------------------------
001120                           PIC  9(05).
001130         10 REF-MANDAT-MAN  PIC  X(20).
001140         10 CPT-BANQUE-MAN  PIC  X(27).
001150         10 STATUT-MAN      PIC  X(01).
001152            88 MANDAT-SUSPENDU   VALUE 'S'.
001154         10 DAT-SUSP-MAN    PIC  X(08).
001156         10 MOTIF-SUSP-MAN  PIC  X(04).
001158         10                 PIC  X(15).
001160*----------------------------------------------------------------
001170*    ETAT DE REMISE DES PRELEVEMENTS
001180*----------------------------------------------------------------
001550         10 MNT-RMS         PIC  9(09)V99.
001560         10                 PIC  X(06).
001570*----------------------------------------------------------------
001571*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
001572*    FACTURE, TENU PAR MAJLIT)
001573*----------------------------------------------------------------
001574 FD  ENT089 LABEL RECORD STANDARD
001575             RECORD  CONTAINS  120 CHARACTERS
001576             DATA RECORD  ENT-LIT.
001577 01  ENT-LIT.
001578         10 NUM-FACT-LIT    PIC  9(05).
001579         10 NUM-CMD-LIT     PIC  9(05).
001580         10 NUM-CLI-LIT     PIC  9(05).
001581         10 ETAT-LIT        PIC  X(01).
001582            88 LIT-OUVERT          VALUE 'O'.
001583         10                 PIC  X(104).
001584*----------------------------------------------------------------
001585*    FICHIER DE TRI DES POSTES OUVERTS (PAR CLIENT)
001590*----------------------------------------------------------------
001600 SD  TRI-LET.
001610 01  TRI-ENR.
001880*   COMPTEURS DE L'ETAT DE REMISE :
001890 01 W-CPT-MAN-LUS        PIC  9(07)    VALUE ZERO.
001900 01 W-CPT-MAN-REJETES    PIC  9(07)    VALUE ZERO.
001905 01 W-CPT-MAN-SUSPENDUS  PIC  9(07)    VALUE ZERO.
001910 01 W-CPT-POSTES-LUS     PIC  9(07)    VALUE ZERO.
001920 01 W-CPT-PRELEVES       PIC  9(07)    VALUE ZERO.
001930 01 W-CPT-DEJA-REMIS     PIC  9(07)    VALUE ZERO.
001935 01 W-CPT-EN-LITIGE      PIC  9(07)    VALUE ZERO.
001940 01 W-MNT-TOTAL-REMISE   PIC  9(11)V99 VALUE ZERO.
001950*
001960*   CLIENT EN COURS DE REMISE (RUPTURE) :
002560   88 CLI-PRESENT          VALUE "OK".
002570   88 CLI-ABSENT           VALUE "KO".
002580*
002581* PRESENCE DU FICHIER DES LITIGES ENT089.
002582 01                     PIC   X(02).
002583   88 LITIGES-PRESENTS     VALUE "OK".
002584   88 LITIGES-ABSENTS      VALUE "KO".
002585*
002586* LE POSTE EN COURS FAIT-IL L'OBJET D'UN LITIGE OUVERT.
002587 01                     PIC   X(02).
002588   88 POSTE-EN-LITIGE      VALUE "OK".
002589   88 POSTE-HORS-LITIGE    VALUE "KO".
002590*
002591 01 W-STATUS.
002600   10 FS-ENT010         PIC   X(02).
002610      88 FS-ENT010-OK      VALUE "00".
002620      88 FS-ENT010-INCONNU VALUE "23".
002730      88 FS-ENT048-OK      VALUE "00".
002740      88 FS-ENT048-ABS     VALUE "05".
002750      88 FIN-ENT048        VALUE "10".
002752   10 FS-ENT089         PIC   X(02).
002754      88 FS-ENT089-OK      VALUE "00".
002756      88 FS-ENT089-ABS     VALUE "05".
002760*================================================================
002770 PROCEDURE DIVISION.
002780*    ---------------------
002880*================================================================
002890 DEBUT.
002900     SET TRT-OK TO TRUE.
002905     SET LITIGES-ABSENTS TO TRUE.
002910     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002920     OPEN OUTPUT ENT046.
002930     IF NOT FS-ENT046-OK
003210     END-IF.
003220     OPEN EXTEND ENT048.
003230     IF NOT FS-ENT048-OK AND NOT FS-ENT048-ABS
003231        SET TRT-KO TO TRUE
003232        GO TO DEBUT-EXIT
003233     END-IF.
003234     OPEN INPUT ENT089.
003235     IF FS-ENT089-OK OR FS-ENT089-ABS
003236        SET LITIGES-PRESENTS TO TRUE
003237     ELSE
003238        MOVE SPACES TO LIGNE-REM
003239        STRING 'ERREUR - ENT089 - FICHIER DES LITIGES ILLISIBLE'
003240               ' (STATUT ' FS-ENT089 ') - ARRET DU TRAITEMENT'
003241               DELIMITED BY SIZE INTO LIGNE-REM
003242        END-STRING
003243        WRITE LIGNE-REM
003244        SET TRT-KO TO TRUE
003250        GO TO DEBUT-EXIT
003260     END-IF.
003270 DEBUT-EXIT.
003840     END-READ.
003850     IF CLI-ABSENT
003860        PERFORM REJETTE-MANDAT THRU REJETTE-MANDAT-EXIT
003861        GO TO LIT-UN-MANDAT-EXIT
003862     END-IF.
003863     IF MANDAT-SUSPENDU
003864        ADD 1 TO W-CPT-MAN-SUSPENDUS
003865        MOVE SPACES TO LIGNE-REM
003866        STRING 'AVIS - MANDAT CLIENT ' NUM-CLI-MAN
003867               ' - SUSPENDU LE ' DAT-SUSP-MAN
003868               ' (MOTIF ' MOTIF-SUSP-MAN ') - NON PRESENTE'
003869               DELIMITED BY SIZE INTO LIGNE-REM
003870        END-STRING
003871        WRITE LIGNE-REM
003872        GO TO LIT-UN-MANDAT-EXIT
003880     END-IF.
003890     ADD 1 TO W-NBR-MAN.
003900     MOVE NUM-CLI-MAN-N  TO W-MAN-NUM-CLI (W-NBR-MAN).
005240        ADD 1 TO W-CPT-DEJA-REMIS
005250        GO TO TRAITE-POSTE-SUITE
005260     END-IF.
005261     PERFORM CHERCHE-LITIGE THRU CHERCHE-LITIGE-EXIT.
005262     IF POSTE-EN-LITIGE
005263        ADD 1 TO W-CPT-EN-LITIGE
005264        MOVE SPACES TO LIGNE-REM
005265        STRING 'AVIS - FACTURE ' NUM-FACT-TRI ' CLIENT '
005266               NUM-CLI-TRI ' - EN LITIGE - NON PRELEVEE'
005267               DELIMITED BY SIZE INTO LIGNE-REM
005268        END-STRING
005269        WRITE LIGNE-REM
005270        GO TO TRAITE-POSTE-SUITE
005271     END-IF.
005272     IF PREMIER-CLIENT
005280        OR NUM-CLI-TRI NOT = W-CLI-EN-COURS
005290          IF NOT PREMIER-CLIENT
005300             PERFORM CLOTURE-CLIENT THRU CLOTURE-CLIENT-EXIT
006270        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
006280        CLOSE ENT010 ENT047 ENT048
006290     END-IF.
006292     IF LITIGES-PRESENTS
006294        CLOSE ENT089
006296     END-IF.
006300     CLOSE ENT046.
006310 FIN-EXIT.
006320        EXIT.
006450     END-STRING.
006460     WRITE LIGNE-REM.
006470     MOVE SPACES TO LIGNE-REM.
006471     STRING 'MANDATS SUSPENDUS     : ' W-CPT-MAN-SUSPENDUS
006472            DELIMITED BY SIZE INTO LIGNE-REM
006473     END-STRING.
006474     WRITE LIGNE-REM.
006475     MOVE SPACES TO LIGNE-REM.
006480     STRING 'POSTES LUS (ENT031)   : ' W-CPT-POSTES-LUS
006490            DELIMITED BY SIZE INTO LIGNE-REM
006500     END-STRING.
006590            DELIMITED BY SIZE INTO LIGNE-REM
006600     END-STRING.
006610     WRITE LIGNE-REM.
006611     MOVE SPACES TO LIGNE-REM.
006612     STRING 'POSTES EN LITIGE      : ' W-CPT-EN-LITIGE
006613            DELIMITED BY SIZE INTO LIGNE-REM
006614     END-STRING.
006615     WRITE LIGNE-REM.
006620     MOVE W-MNT-TOTAL-REMISE TO W-EDT-MNT.
006630     MOVE SPACES TO LIGNE-REM.
006640     STRING 'TOTAL GENERAL REMIS   : ' W-EDT-MNT
006670     WRITE LIGNE-REM.
006680 REND-COMPTE-EXIT.
006690        EXIT.
006700*----------------------------------------------------------------
006710*    LA FACTURE DU POSTE EN COURS FAIT-ELLE L'OBJET D'UN LITIGE
006720*    OUVERT DANS ENT089 (POSTE SANS NUMERO DE FACTURE : NON)
006730*----------------------------------------------------------------
006740 CHERCHE-LITIGE.
006750     SET POSTE-HORS-LITIGE TO TRUE.
006760     IF LITIGES-ABSENTS
006770        GO TO CHERCHE-LITIGE-EXIT
006780     END-IF.
006790     IF NUM-FACT-TRI NOT NUMERIC OR NUM-FACT-TRI = ZERO
006800        GO TO CHERCHE-LITIGE-EXIT
006810     END-IF.
006820     MOVE NUM-FACT-TRI TO NUM-FACT-LIT.
006830     READ ENT089
006840        INVALID KEY
006850           CONTINUE
006860        NOT INVALID KEY
006870           IF LIT-OUVERT
006880              SET POSTE-EN-LITIGE TO TRUE
006890           END-IF
006900     END-READ.
006910 CHERCHE-LITIGE-EXIT.
006920        EXIT.
