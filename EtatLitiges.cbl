000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         ETATLIT.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : etat hebdomadaire des
000230*                       litiges clients ouverts (Ent089) par
000240*                       responsable, du plus ancien au plus
000250*                       recent, avec l'anciennete en jours depuis
000260*                       l'ouverture et les litiges dont la date
000270*                       de resolution prevue est depassee. Totaux
000280*                       par tranche d'anciennete (0-30, 31-60,
000290*                       61-90, +90 jours) par responsable et au
000300*                       general. Etat Ent093.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330*================================================================
000340 CONFIGURATION SECTION.
000350*    ---
000360 SOURCE-COMPUTER.      IBM-370.
000370 OBJECT-COMPUTER.      IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400*    ---
000410 FILE-CONTROL.
000420     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS SEQUENTIAL
000450            RECORD KEY IS NUM-FACT-LIT
000460            FILE STATUS IS FS-ENT089.
000470*
000480     SELECT ENT010  ASSIGN TO ENT010
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS NUM-CLI
000520            FILE STATUS IS FS-ENT010.
000530*
000540     SELECT ENT093  ASSIGN TO ENT093
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS FS-ENT093.
000570*
000580     SELECT TRI-LIT ASSIGN TO SORTWK01.
000590*================================================================
000600 DATA DIVISION.
000610*================================================================
000620 FILE SECTION.
000630*    ---
000640*----------------------------------------------------------------
000650*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
000660*    FACTURE, TENU PAR MAJLIT), LU DANS L'ORDRE DES FACTURES
000670*----------------------------------------------------------------
000680 FD  ENT089 LABEL RECORD STANDARD
000690             RECORD  CONTAINS  120 CHARACTERS
000700             DATA RECORD  ENT-LIT.
000710 01  ENT-LIT.
000720         10 NUM-FACT-LIT    PIC  9(05).
000730         10 NUM-CMD-LIT     PIC  9(05).
000740         10 NUM-CLI-LIT     PIC  9(05).
000750         10 ETAT-LIT        PIC  X(01).
000760            88 LIT-OUVERT          VALUE 'O'.
000770            88 LIT-CLOS            VALUE 'C'.
000780         10 MOTIF-LIT       PIC  X(02).
000790         10 LIB-LIT         PIC  X(30).
000800         10 MNT-LIT         PIC  9(07)V99.
000810         10 RESP-LIT        PIC  X(10).
000820         10 DAT-PREV-LIT    PIC  9(08).
000830         10 DAT-OUV-LIT     PIC  9(08).
000840         10 DAT-MAJ-LIT     PIC  9(08).
000850         10 DAT-CLO-LIT     PIC  9(08).
000860         10 ISSUE-LIT       PIC  X(01).
000870         10                 PIC  X(20).
000880*----------------------------------------------------------------
000890*    FICHIER CLIENTS (INDEXE SUR NUM-CLI)
000900*----------------------------------------------------------------
000910 FD  ENT010 LABEL RECORD STANDARD
000920             RECORD  CONTAINS  250 CHARACTERS
000930             DATA RECORD  ENT-CLI.
000940 01  ENT-CLI.
000950         10 NUM-CLI      PIC    9(05).
000960         10 NOM-CLI      PIC    X(20).
000970         10 PRN-CLI      PIC    X(20).
000980         10 ADR-CLI      PIC    X(100).
000990         10 TEL-CLI      PIC    X(20).
001000         10 MOB-CLI      PIC    X(20).
001010         10 COD-PAI-CLI  PIC    X(03).
001020         10 SIREN-CLI    PIC    X(09).
001030         10 TVA-CEE-CLI  PIC    X(14).
001040         10 MOD-FAC-CLI  PIC    X(01).
001050         10 COD-COM-CLI  PIC    X(04).
001060         10              PIC    X(34).
001070*----------------------------------------------------------------
001080*    ETAT DES LITIGES OUVERTS PAR RESPONSABLE ET ANCIENNETE
001090*----------------------------------------------------------------
001100 FD  ENT093 LABEL RECORDS OMITTED
001110             RECORD  CONTAINS  132 CHARACTERS
001120             RECORDING MODE IS   F
001130             DATA RECORD LIGNE-ETA.
001140 01  LIGNE-ETA              PIC X(132).
001150*----------------------------------------------------------------
001160*    FICHIER DE TRI DES LITIGES OUVERTS (RESPONSABLE, DATE
001170*    D'OUVERTURE, FACTURE)
001180*----------------------------------------------------------------
001190 SD  TRI-LIT.
001200 01  TRI-ENR.
001210         10 RESP-TRI        PIC  X(10).
001220         10 DAT-OUV-TRI     PIC  9(08).
001230         10 NUM-FACT-TRI    PIC  9(05).
001240         10 NUM-CMD-TRI     PIC  9(05).
001250         10 NUM-CLI-TRI     PIC  9(05).
001260         10 MOTIF-TRI       PIC  X(02).
001270         10 LIB-TRI         PIC  X(30).
001280         10 MNT-TRI         PIC  9(07)V99.
001290         10 DAT-PREV-TRI    PIC  9(08).
001300         10 DAT-MAJ-TRI     PIC  9(08).
001310*================================================================
001320 WORKING-STORAGE SECTION.
001330*    ---
001340*
001350*   CONSTANTES :
001360 01 C-NOMPGM             PIC  X(08)   VALUE 'EtatLit'.
001370 01 C-AGE-TRANCHE-1      PIC  9(03)   VALUE 30.
001380 01 C-AGE-TRANCHE-2      PIC  9(03)   VALUE 60.
001390 01 C-AGE-TRANCHE-3      PIC  9(03)   VALUE 90.
001400*
001410*   DATE DE TRAITEMENT :
001420 01 W-DATE-TRAITEMENT    PIC  9(08).
001430 01 W-JOUR-TRAITEMENT    PIC S9(07)  COMP.
001440*
001450*   COMPTEURS DE FIN DE TRAITEMENT :
001460 01 W-CPT-LITIGES-LUS    PIC  9(07)   VALUE ZERO.
001470 01 W-CPT-LITIGES-CLOS   PIC  9(07)   VALUE ZERO.
001480 01 W-CPT-RESPONSABLES   PIC  9(07)   VALUE ZERO.
001490*
001500*   ANCIENNETE DU LITIGE EN COURS (JOURS DEPUIS L'OUVERTURE) :
001510 01 W-AGE-LITIGE         PIC S9(05)  COMP.
001520 01 W-AFF-AGE            PIC  9(05).
001530*
001540*   RUPTURE PAR RESPONSABLE :
001550 01 W-RESP-EN-COURS      PIC  X(10).
001560*
001570*   CUMULS D'UN RESPONSABLE ET CUMULS GENERAUX - NOMBRE ET
001580*   MONTANT CONTESTE PAR TRANCHE D'ANCIENNETE, LITIGES DONT LA
001590*   RESOLUTION PREVUE EST DEPASSEE :
001600 01 W-CUM-RESP.
001610    10 W-RESP-NBR-T1     PIC  9(05).
001620    10 W-RESP-NBR-T2     PIC  9(05).
001630    10 W-RESP-NBR-T3     PIC  9(05).
001640    10 W-RESP-NBR-T4     PIC  9(05).
001650    10 W-RESP-NBR-DEP    PIC  9(05).
001660    10 W-RESP-NBR        PIC  9(05).
001670    10 W-RESP-MNT        PIC  9(09)V99.
001680 01 W-CUM-GEN.
001690    10 W-GEN-NBR-T1      PIC  9(05)    VALUE ZERO.
001700    10 W-GEN-NBR-T2      PIC  9(05)    VALUE ZERO.
001710    10 W-GEN-NBR-T3      PIC  9(05)    VALUE ZERO.
001720    10 W-GEN-NBR-T4      PIC  9(05)    VALUE ZERO.
001730    10 W-GEN-NBR-DEP     PIC  9(05)    VALUE ZERO.
001740    10 W-GEN-NBR         PIC  9(05)    VALUE ZERO.
001750    10 W-GEN-MNT         PIC  9(09)V99 VALUE ZERO.
001760*
001770*   ZONES D'EDITION :
001780 01 W-EDT-MNT            PIC  9(07).99.
001790 01 W-EDT-TOT            PIC  9(09).99.
001800 01 W-MENTION            PIC  X(09).
001810 01 W-NOM-CLI            PIC  X(20).
001820*================================================================
001830 LOCAL-STORAGE SECTION.
001840*    ---
001850*
001860* VARIABLES DE CONTROLE DE FLUX.
001870 01                     PIC   X(02).
001880   88 TRT-OK               VALUE "OK".
001890   88 TRT-KO               VALUE "KO".
001900*
001910* FIN DU FICHIER DE TRI.
001920 01                     PIC   X(02).
001930   88 TRI-DISPONIBLE       VALUE "OK".
001940   88 TRI-EPUISE           VALUE "KO".
001950*
001960* PREMIER RESPONSABLE DE L'ETAT.
001970 01                     PIC   X(02).
001980   88 PREMIER-RESPONSABLE  VALUE "OK".
001990   88 RESPONSABLE-OUVERT   VALUE "KO".
002000*
002010 01 W-STATUS.
002020   10 FS-ENT089         PIC   X(02).
002030      88 FS-ENT089-OK      VALUE "00".
002040      88 FS-ENT089-ABS     VALUE "05".
002050      88 FIN-ENT089        VALUE "10".
002060   10 FS-ENT010         PIC   X(02).
002070      88 FS-ENT010-OK      VALUE "00".
002090   10 FS-ENT093         PIC   X(02).
002100      88 FS-ENT093-OK      VALUE "00".
002110*================================================================
002120 PROCEDURE DIVISION.
002130*    ---------------------
002140*
002150     PERFORM DEBUT THRU DEBUT-EXIT.
002160     IF TRT-OK
002170        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
002180     END-IF.
002190     PERFORM FIN THRU FIN-EXIT.
002200     STOP RUN.
002210*================================================================
002220*    INITIALISATIONS DE DEBUT DE TRAITEMENT
002230*================================================================
002240 DEBUT.
002250     SET TRT-OK TO TRUE.
002260     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002270     COMPUTE W-JOUR-TRAITEMENT =
002280             FUNCTION INTEGER-OF-DATE (W-DATE-TRAITEMENT).
002290     OPEN OUTPUT ENT093.
002300     IF NOT FS-ENT093-OK
002310        SET TRT-KO TO TRUE
002320        GO TO DEBUT-EXIT
002330     END-IF.
002340     MOVE SPACES TO LIGNE-ETA.
002350     STRING 'LITIGES CLIENTS OUVERTS PAR RESPONSABLE ET'
002360            ' ANCIENNETE - ' C-NOMPGM ' DU ' W-DATE-TRAITEMENT
002370            DELIMITED BY SIZE INTO LIGNE-ETA
002380     END-STRING.
002390     WRITE LIGNE-ETA.
002400     MOVE SPACES TO LIGNE-ETA.
002410     WRITE LIGNE-ETA.
002420     OPEN INPUT ENT010.
002430     IF NOT FS-ENT010-OK
002440        MOVE SPACES TO LIGNE-ETA
002450        STRING 'ERREUR - ENT010 - FICHIER CLIENTS ILLISIBLE'
002460               ' (STATUT ' FS-ENT010 ') - ARRET'
002470               DELIMITED BY SIZE INTO LIGNE-ETA
002480        END-STRING
002490        WRITE LIGNE-ETA
002500        SET TRT-KO TO TRUE
002510        GO TO DEBUT-EXIT
002520     END-IF.
002530     OPEN INPUT ENT089.
002540     IF NOT FS-ENT089-OK AND NOT FS-ENT089-ABS
002550        MOVE SPACES TO LIGNE-ETA
002560        STRING 'ERREUR - ENT089 - FICHIER DES LITIGES ILLISIBLE'
002570               ' (STATUT ' FS-ENT089 ') - ARRET'
002580               DELIMITED BY SIZE INTO LIGNE-ETA
002590        END-STRING
002600        WRITE LIGNE-ETA
002610        SET TRT-KO TO TRUE
002620        GO TO DEBUT-EXIT
002630     END-IF.
002640 DEBUT-EXIT.
002650        EXIT.
002660*================================================================
002670*    TRAITEMENT PRINCIPAL - TRI DES LITIGES OUVERTS PAR
002680*    RESPONSABLE ET DATE D'OUVERTURE PUIS EDITION
002690*================================================================
002700 TRAITEMENT.
002710     SORT TRI-LIT
002720          ON ASCENDING KEY RESP-TRI
002730                           DAT-OUV-TRI
002740                           NUM-FACT-TRI
002750          INPUT PROCEDURE IS SELECTIONNE-LITIGES
002760                          THRU SELECTIONNE-LITIGES-EXIT
002770          OUTPUT PROCEDURE IS EDITE-LITIGES
002780                           THRU EDITE-LITIGES-EXIT.
002790 TRAITEMENT-EXIT.
002800        EXIT.
002810*----------------------------------------------------------------
002820*    PROCEDURE D'ENTREE DU TRI : LITIGES OUVERTS DE ENT089
002830*----------------------------------------------------------------
002840 SELECTIONNE-LITIGES.
002850     PERFORM LIT-UN-LITIGE THRU LIT-UN-LITIGE-EXIT
002860             UNTIL FIN-ENT089.
002870 SELECTIONNE-LITIGES-EXIT.
002880        EXIT.
002890*----------------------------------------------------------------
002900 LIT-UN-LITIGE.
002910     READ ENT089 NEXT
002920        AT END
002930           SET FIN-ENT089 TO TRUE
002940           GO TO LIT-UN-LITIGE-EXIT
002950     END-READ.
002960     ADD 1 TO W-CPT-LITIGES-LUS.
002970     IF NOT LIT-OUVERT
002980        ADD 1 TO W-CPT-LITIGES-CLOS
002990        GO TO LIT-UN-LITIGE-EXIT
003000     END-IF.
003010     MOVE SPACES TO TRI-ENR.
003020     MOVE RESP-LIT      TO RESP-TRI.
003030     MOVE DAT-OUV-LIT   TO DAT-OUV-TRI.
003040     MOVE NUM-FACT-LIT  TO NUM-FACT-TRI.
003050     MOVE NUM-CMD-LIT   TO NUM-CMD-TRI.
003060     MOVE NUM-CLI-LIT   TO NUM-CLI-TRI.
003070     MOVE MOTIF-LIT     TO MOTIF-TRI.
003080     MOVE LIB-LIT       TO LIB-TRI.
003090     MOVE MNT-LIT       TO MNT-TRI.
003100     MOVE DAT-PREV-LIT  TO DAT-PREV-TRI.
003110     MOVE DAT-MAJ-LIT   TO DAT-MAJ-TRI.
003120     RELEASE TRI-ENR.
003130 LIT-UN-LITIGE-EXIT.
003140        EXIT.
003150*----------------------------------------------------------------
003160*    PROCEDURE DE SORTIE DU TRI : EDITION PAR RESPONSABLE
003170*----------------------------------------------------------------
003180 EDITE-LITIGES.
003190     SET TRI-DISPONIBLE TO TRUE.
003200     SET PREMIER-RESPONSABLE TO TRUE.
003210     PERFORM RETOURNE-LITIGE THRU RETOURNE-LITIGE-EXIT.
003220     PERFORM TRAITE-LITIGE THRU TRAITE-LITIGE-EXIT
003230             UNTIL TRI-EPUISE.
003240     IF PREMIER-RESPONSABLE
003250        MOVE SPACES TO LIGNE-ETA
003260        STRING '   AUCUN LITIGE OUVERT'
003270               DELIMITED BY SIZE INTO LIGNE-ETA
003280        END-STRING
003290        WRITE LIGNE-ETA
003300     ELSE
003310        PERFORM CLOTURE-RESPONSABLE
003320                THRU CLOTURE-RESPONSABLE-EXIT
003330     END-IF.
003340 EDITE-LITIGES-EXIT.
003350        EXIT.
003360*----------------------------------------------------------------
003370 RETOURNE-LITIGE.
003380     RETURN TRI-LIT
003390        AT END
003400           SET TRI-EPUISE TO TRUE
003410     END-RETURN.
003420 RETOURNE-LITIGE-EXIT.
003430        EXIT.
003440*----------------------------------------------------------------
003450*    UN LITIGE OUVERT : ANCIENNETE, TRANCHE, RESOLUTION PREVUE
003460*    DEPASSEE, LIGNE DE DETAIL
003470*----------------------------------------------------------------
003480 TRAITE-LITIGE.
003490     IF PREMIER-RESPONSABLE
003500        OR RESP-TRI NOT = W-RESP-EN-COURS
003510          IF NOT PREMIER-RESPONSABLE
003520             PERFORM CLOTURE-RESPONSABLE
003530                     THRU CLOTURE-RESPONSABLE-EXIT
003540          END-IF
003550          PERFORM OUVRE-RESPONSABLE THRU OUVRE-RESPONSABLE-EXIT
003560     END-IF.
003570     COMPUTE W-AGE-LITIGE = W-JOUR-TRAITEMENT
003580           - FUNCTION INTEGER-OF-DATE (DAT-OUV-TRI).
003590     IF W-AGE-LITIGE < ZERO
003600        MOVE ZERO TO W-AGE-LITIGE
003610     END-IF.
003620     IF W-AGE-LITIGE GREATER THAN C-AGE-TRANCHE-3
003630        ADD 1 TO W-RESP-NBR-T4
003640     ELSE
003650     IF W-AGE-LITIGE GREATER THAN C-AGE-TRANCHE-2
003660        ADD 1 TO W-RESP-NBR-T3
003670     ELSE
003680     IF W-AGE-LITIGE GREATER THAN C-AGE-TRANCHE-1
003690        ADD 1 TO W-RESP-NBR-T2
003700     ELSE
003710        ADD 1 TO W-RESP-NBR-T1
003720     END-IF
003730     END-IF
003740     END-IF.
003750     IF DAT-PREV-TRI < W-DATE-TRAITEMENT
003760        MOVE 'DEPASSEE' TO W-MENTION
003770        ADD 1 TO W-RESP-NBR-DEP
003780     ELSE
003790        MOVE SPACES TO W-MENTION
003800     END-IF.
003810     ADD 1       TO W-RESP-NBR.
003820     ADD MNT-TRI TO W-RESP-MNT.
003830     MOVE NUM-CLI-TRI TO NUM-CLI.
003840     READ ENT010
003850        INVALID KEY
003860           MOVE '(CLIENT INCONNU)' TO W-NOM-CLI
003870        NOT INVALID KEY
003880           MOVE NOM-CLI TO W-NOM-CLI
003890     END-READ.
003900     MOVE W-AGE-LITIGE TO W-AFF-AGE.
003910     MOVE MNT-TRI TO W-EDT-MNT.
003920     MOVE SPACES TO LIGNE-ETA.
003930     STRING 'FACTURE ' NUM-FACT-TRI ' CLIENT ' NUM-CLI-TRI
003940            ' ' W-NOM-CLI ' MOTIF ' MOTIF-TRI
003950            ' MONTANT ' W-EDT-MNT ' OUVERT LE ' DAT-OUV-TRI
003960            ' AGE ' W-AFF-AGE ' J PREVU ' DAT-PREV-TRI
003970            ' ' W-MENTION
003980            DELIMITED BY SIZE INTO LIGNE-ETA
003990     END-STRING.
004000     WRITE LIGNE-ETA.
004010     IF LIB-TRI NOT = SPACES
004020        MOVE SPACES TO LIGNE-ETA
004030        STRING '        ' LIB-TRI ' (COMMANDE ' NUM-CMD-TRI
004040               ' - DERNIERE MISE A JOUR ' DAT-MAJ-TRI ')'
004050               DELIMITED BY SIZE INTO LIGNE-ETA
004060        END-STRING
004070        WRITE LIGNE-ETA
004080     END-IF.
004090     PERFORM RETOURNE-LITIGE THRU RETOURNE-LITIGE-EXIT.
004100 TRAITE-LITIGE-EXIT.
004110        EXIT.
004120*----------------------------------------------------------------
004130 OUVRE-RESPONSABLE.
004140     SET RESPONSABLE-OUVERT TO TRUE.
004150     ADD 1 TO W-CPT-RESPONSABLES.
004160     MOVE RESP-TRI TO W-RESP-EN-COURS.
004170     MOVE ZERO TO W-RESP-NBR-T1 W-RESP-NBR-T2 W-RESP-NBR-T3
004180                  W-RESP-NBR-T4 W-RESP-NBR-DEP W-RESP-NBR
004190                  W-RESP-MNT.
004200     MOVE SPACES TO LIGNE-ETA.
004210     MOVE ALL '=' TO LIGNE-ETA.
004220     WRITE LIGNE-ETA.
004230     MOVE SPACES TO LIGNE-ETA.
004240     IF W-RESP-EN-COURS = SPACES
004250        STRING 'RESPONSABLE : (NON RENSEIGNE)'
004260               DELIMITED BY SIZE INTO LIGNE-ETA
004270        END-STRING
004280     ELSE
004290        STRING 'RESPONSABLE : ' W-RESP-EN-COURS
004300               DELIMITED BY SIZE INTO LIGNE-ETA
004310        END-STRING
004320     END-IF.
004330     WRITE LIGNE-ETA.
004340 OUVRE-RESPONSABLE-EXIT.
004350        EXIT.
004360*----------------------------------------------------------------
004370*    TOTAUX D'UN RESPONSABLE PAR TRANCHE D'ANCIENNETE, CUMULES
004380*    DANS LES TOTAUX GENERAUX
004390*----------------------------------------------------------------
004400 CLOTURE-RESPONSABLE.
004410     MOVE W-RESP-MNT TO W-EDT-TOT.
004420     MOVE SPACES TO LIGNE-ETA.
004430     STRING 'TOTAL ' W-RESP-EN-COURS ' : ' W-RESP-NBR
004440            ' LITIGE(S) - ' W-EDT-TOT ' CONTESTES - 0-30 J '
004450            W-RESP-NBR-T1 ' - 31-60 J ' W-RESP-NBR-T2
004460            ' - 61-90 J ' W-RESP-NBR-T3 ' - +90 J ' W-RESP-NBR-T4
004480            DELIMITED BY SIZE INTO LIGNE-ETA
004490     END-STRING.
004500     WRITE LIGNE-ETA.
004502     MOVE SPACES TO LIGNE-ETA.
004504     STRING '      DONT DATE DE RESOLUTION PREVUE DEPASSEE : '
004506            W-RESP-NBR-DEP
004507            DELIMITED BY SIZE INTO LIGNE-ETA
004508     END-STRING.
004509     WRITE LIGNE-ETA.
004510     MOVE SPACES TO LIGNE-ETA.
004520     WRITE LIGNE-ETA.
004530     ADD W-RESP-NBR-T1  TO W-GEN-NBR-T1.
004540     ADD W-RESP-NBR-T2  TO W-GEN-NBR-T2.
004550     ADD W-RESP-NBR-T3  TO W-GEN-NBR-T3.
004560     ADD W-RESP-NBR-T4  TO W-GEN-NBR-T4.
004570     ADD W-RESP-NBR-DEP TO W-GEN-NBR-DEP.
004580     ADD W-RESP-NBR     TO W-GEN-NBR.
004590     ADD W-RESP-MNT     TO W-GEN-MNT.
004600 CLOTURE-RESPONSABLE-EXIT.
004610        EXIT.
004620*================================================================
004630*    FIN DE TRAITEMENT
004640*================================================================
004650 FIN.
004660     IF TRT-OK
004670        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
004680        CLOSE ENT010 ENT089
004690     END-IF.
004700     CLOSE ENT093.
004710 FIN-EXIT.
004720        EXIT.
004730*----------------------------------------------------------------
004740 REND-COMPTE.
004750     MOVE SPACES TO LIGNE-ETA.
004760     STRING 'TOTAUX GENERAUX PAR TRANCHE D ANCIENNETE'
004770            DELIMITED BY SIZE INTO LIGNE-ETA
004780     END-STRING.
004790     WRITE LIGNE-ETA.
004800     MOVE SPACES TO LIGNE-ETA.
004810     STRING 'LITIGES LUS (ENT089)     : ' W-CPT-LITIGES-LUS
004820            DELIMITED BY SIZE INTO LIGNE-ETA
004830     END-STRING.
004840     WRITE LIGNE-ETA.
004850     MOVE SPACES TO LIGNE-ETA.
004860     STRING 'LITIGES CLOS             : ' W-CPT-LITIGES-CLOS
004870            DELIMITED BY SIZE INTO LIGNE-ETA
004880     END-STRING.
004890     WRITE LIGNE-ETA.
004900     MOVE SPACES TO LIGNE-ETA.
004910     STRING 'LITIGES OUVERTS          : ' W-GEN-NBR
004920            DELIMITED BY SIZE INTO LIGNE-ETA
004930     END-STRING.
004940     WRITE LIGNE-ETA.
004950     MOVE SPACES TO LIGNE-ETA.
004960     STRING '  DONT 0 A 30 JOURS      : ' W-GEN-NBR-T1
004970            DELIMITED BY SIZE INTO LIGNE-ETA
004980     END-STRING.
004990     WRITE LIGNE-ETA.
005000     MOVE SPACES TO LIGNE-ETA.
005010     STRING '  DONT 31 A 60 JOURS     : ' W-GEN-NBR-T2
005020            DELIMITED BY SIZE INTO LIGNE-ETA
005030     END-STRING.
005040     WRITE LIGNE-ETA.
005050     MOVE SPACES TO LIGNE-ETA.
005060     STRING '  DONT 61 A 90 JOURS     : ' W-GEN-NBR-T3
005070            DELIMITED BY SIZE INTO LIGNE-ETA
005080     END-STRING.
005090     WRITE LIGNE-ETA.
005100     MOVE SPACES TO LIGNE-ETA.
005110     STRING '  DONT PLUS DE 90 JOURS  : ' W-GEN-NBR-T4
005120            DELIMITED BY SIZE INTO LIGNE-ETA
005130     END-STRING.
005140     WRITE LIGNE-ETA.
005150     MOVE SPACES TO LIGNE-ETA.
005160     STRING 'RESOLUTION DEPASSEE      : ' W-GEN-NBR-DEP
005170            DELIMITED BY SIZE INTO LIGNE-ETA
005180     END-STRING.
005190     WRITE LIGNE-ETA.
005200     MOVE W-GEN-MNT TO W-EDT-TOT.
005210     MOVE SPACES TO LIGNE-ETA.
005220     STRING 'MONTANT CONTESTE         : ' W-EDT-TOT
005230            DELIMITED BY SIZE INTO LIGNE-ETA
005240     END-STRING.
005250     WRITE LIGNE-ETA.
005260     MOVE SPACES TO LIGNE-ETA.
005270     STRING 'RESPONSABLES             : ' W-CPT-RESPONSABLES
005280            DELIMITED BY SIZE INTO LIGNE-ETA
005290     END-STRING.
005300     WRITE LIGNE-ETA.
005310 REND-COMPTE-EXIT.
005320        EXIT.
