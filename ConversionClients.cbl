000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         CNVCLI.
000130 AUTHOR.              J-F. RONDEAU.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  JFR     Version initiale : conversion en un seul
000230*                       passage du fichier clients Ent010 de
000240*                       l'ancien format 200 caracteres vers le
000250*                       format 250 caracteres (numero SIREN et
000260*                       numero de TVA intracommunautaire). Les
000270*                       zones absentes de l'ancien format sont
000280*                       servies a blanc, a renseigner ensuite
000290*                       par mouvements MAJCLI. Fichier converti
000300*                       ecrit sur Ent013 (a basculer sur Ent010
000310*                       par le JCL), etat de controle sur Ent039.
000320*                       A executer une seule fois au deploiement
000330*                       de la facturation electronique.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360*================================================================
000370 CONFIGURATION SECTION.
000380*    ---
000390 SOURCE-COMPUTER.      IBM-370.
000400 OBJECT-COMPUTER.      IBM-370.
000410*
000420 INPUT-OUTPUT SECTION.
000430*    ---
000440 FILE-CONTROL.
000450     SELECT ENT010  ASSIGN TO ENT010
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE IS SEQUENTIAL
000480            RECORD KEY IS NUM-CLI-ANC
000490            FILE STATUS IS FS-ENT010.
000500*
000510     SELECT ENT013  ASSIGN TO ENT013
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS SEQUENTIAL
000540            RECORD KEY IS NUM-CLI-CNV
000550            FILE STATUS IS FS-ENT013.
000560*
000570     SELECT ENT039  ASSIGN TO ENT039
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS FS-ENT039.
000600*================================================================
000610 DATA DIVISION.
000620*================================================================
000630 FILE SECTION.
000640*    ---
000650*----------------------------------------------------------------
000660*    FICHIER CLIENTS - ANCIEN FORMAT (200 CARACTERES, SANS
000670*    IDENTIFIANTS SIREN ET TVA INTRACOMMUNAUTAIRE)
000680*----------------------------------------------------------------
000690 FD  ENT010 LABEL RECORD STANDARD
000700             RECORD  CONTAINS  200 CHARACTERS
000710             DATA RECORD  ENT-CLI-ANC.
000720 01  ENT-CLI-ANC.
000730         10 NUM-CLI-ANC      PIC    9(05).
000740         10 NOM-CLI-ANC      PIC    X(20).
000750         10 PRN-CLI-ANC      PIC    X(20).
000760         10 ADR-CLI-ANC      PIC    X(100).
000770         10 TEL-CLI-ANC      PIC    X(20).
000780         10 MOB-CLI-ANC      PIC    X(20).
000790         10 COD-PAI-CLI-ANC  PIC    X(03).
000800         10                  PIC    X(12).
000810*----------------------------------------------------------------
000820*    FICHIER CLIENTS CONVERTI - NOUVEAU FORMAT (250 CARACTERES)
000830*----------------------------------------------------------------
000840 FD  ENT013 LABEL RECORD STANDARD
000850             RECORD  CONTAINS  250 CHARACTERS
000860             DATA RECORD  ENT-CLI-CNV.
000870 01  ENT-CLI-CNV.
000880         10 NUM-CLI-CNV      PIC    9(05).
000890         10 NOM-CLI-CNV      PIC    X(20).
000900         10 PRN-CLI-CNV      PIC    X(20).
000910         10 ADR-CLI-CNV      PIC    X(100).
000920         10 TEL-CLI-CNV      PIC    X(20).
000930         10 MOB-CLI-CNV      PIC    X(20).
000940         10 COD-PAI-CLI-CNV  PIC    X(03).
000950         10 SIREN-CLI-CNV    PIC    X(09).
000960         10 TVA-CEE-CLI-CNV  PIC    X(14).
000970         10                  PIC    X(39).
000980*----------------------------------------------------------------
000990*    ETAT DE CONTROLE DE LA CONVERSION
001000*----------------------------------------------------------------
001010 FD  ENT039 LABEL RECORDS OMITTED
001020             RECORD  CONTAINS  132 CHARACTERS
001030             RECORDING MODE IS   F
001040             DATA RECORD LIGNE-CNV.
001050 01  LIGNE-CNV              PIC X(132).
001060*================================================================
001070 WORKING-STORAGE SECTION.
001080*    ---
001090*
001100*   CONSTANTES :
001110 01 C-NOMPGM             PIC  X(08)   VALUE 'CnvCli'.
001120*
001130*   DATE DE TRAITEMENT :
001140 01 W-DATE-TRAITEMENT    PIC  9(08).
001150*
001160*   COMPTEURS DE L'ETAT DE CONTROLE :
001170 01 W-CPT-LUS            PIC  9(07)    VALUE ZERO.
001180 01 W-CPT-ECRITS         PIC  9(07)    VALUE ZERO.
001190 01 W-CPT-REJETS         PIC  9(07)    VALUE ZERO.
001200*================================================================
001210 LOCAL-STORAGE SECTION.
001220*    ---
001230*
001240* VARIABLES DE CONTROLE DE FLUX.
001250 01                     PIC   X(02).
001260   88 TRT-OK               VALUE "OK".
001270   88 TRT-KO               VALUE "KO".
001280*
001290 01 W-STATUS.
001300   10 FS-ENT010         PIC   X(02).
001310      88 FS-ENT010-OK      VALUE "00".
001320      88 FIN-ENT010        VALUE "10".
001330   10 FS-ENT013         PIC   X(02).
001340      88 FS-ENT013-OK      VALUE "00".
001350   10 FS-ENT039         PIC   X(02).
001360      88 FS-ENT039-OK      VALUE "00".
001370*================================================================
001380 PROCEDURE DIVISION.
001390*    ---------------------
001400*
001410     PERFORM DEBUT THRU DEBUT-EXIT.
001420     IF TRT-OK
001430        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
001440     END-IF.
001450     PERFORM FIN THRU FIN-EXIT.
001460     STOP RUN.
001470*================================================================
001480*    INITIALISATIONS DE DEBUT DE TRAITEMENT
001490*================================================================
001500 DEBUT.
001510     SET TRT-OK TO TRUE.
001520     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
001530     OPEN OUTPUT ENT039.
001540     IF NOT FS-ENT039-OK
001550        SET TRT-KO TO TRUE
001560        GO TO DEBUT-EXIT
001570     END-IF.
001580     MOVE SPACES TO LIGNE-CNV.
001590     STRING 'ETAT DE CONTROLE - CONVERSION DU FICHIER CLIENTS'
001600            ' ENT010 (200 VERS 250) - ' C-NOMPGM
001610            ' DU ' W-DATE-TRAITEMENT
001620            DELIMITED BY SIZE INTO LIGNE-CNV
001630     END-STRING.
001640     WRITE LIGNE-CNV.
001650     MOVE SPACES TO LIGNE-CNV.
001660     WRITE LIGNE-CNV.
001670     OPEN INPUT ENT010.
001680     IF NOT FS-ENT010-OK
001690        MOVE SPACES TO LIGNE-CNV
001700        STRING 'ERREUR - ENT010 - FICHIER CLIENTS ILLISIBLE'
001710               ' (STATUT ' FS-ENT010 ') - ARRET'
001720               DELIMITED BY SIZE INTO LIGNE-CNV
001730        END-STRING
001740        WRITE LIGNE-CNV
001750        SET TRT-KO TO TRUE
001760        GO TO DEBUT-EXIT
001770     END-IF.
001780     OPEN OUTPUT ENT013.
001790     IF NOT FS-ENT013-OK
001800        MOVE SPACES TO LIGNE-CNV
001810        STRING 'ERREUR - ENT013 - OUVERTURE IMPOSSIBLE'
001820               ' (STATUT ' FS-ENT013 ') - ARRET'
001830               DELIMITED BY SIZE INTO LIGNE-CNV
001840        END-STRING
001850        WRITE LIGNE-CNV
001860        SET TRT-KO TO TRUE
001870        GO TO DEBUT-EXIT
001880     END-IF.
001890 DEBUT-EXIT.
001900        EXIT.
001910*================================================================
001920*    TRAITEMENT PRINCIPAL - RECOPIE CLIENT PAR CLIENT DANS
001930*    L'ORDRE DES NUMEROS, ZONES NOUVELLES SERVIES A BLANC
001940*================================================================
001950 TRAITEMENT.
001960     PERFORM LIT-ANCIEN THRU LIT-ANCIEN-EXIT.
001970     PERFORM CONVERTIT-UN THRU CONVERTIT-UN-EXIT
001980             UNTIL FIN-ENT010.
001990 TRAITEMENT-EXIT.
002000        EXIT.
002010*----------------------------------------------------------------
002020 LIT-ANCIEN.
002030     READ ENT010
002040        AT END
002050           SET FIN-ENT010 TO TRUE
002060        NOT AT END
002070           ADD 1 TO W-CPT-LUS
002080     END-READ.
002090 LIT-ANCIEN-EXIT.
002100        EXIT.
002110*----------------------------------------------------------------
002120 CONVERTIT-UN.
002130     MOVE SPACES TO ENT-CLI-CNV.
002140     MOVE NUM-CLI-ANC     TO NUM-CLI-CNV.
002150     MOVE NOM-CLI-ANC     TO NOM-CLI-CNV.
002160     MOVE PRN-CLI-ANC     TO PRN-CLI-CNV.
002170     MOVE ADR-CLI-ANC     TO ADR-CLI-CNV.
002180     MOVE TEL-CLI-ANC     TO TEL-CLI-CNV.
002190     MOVE MOB-CLI-ANC     TO MOB-CLI-CNV.
002200     MOVE COD-PAI-CLI-ANC TO COD-PAI-CLI-CNV.
002210     MOVE SPACES          TO SIREN-CLI-CNV.
002220     MOVE SPACES          TO TVA-CEE-CLI-CNV.
002230     WRITE ENT-CLI-CNV
002240        INVALID KEY
002250           ADD 1 TO W-CPT-REJETS
002260           MOVE SPACES TO LIGNE-CNV
002270           STRING 'REJET - CLIENT ' NUM-CLI-ANC
002280                  ' - ECRITURE REFUSEE (STATUT ' FS-ENT013 ')'
002290                  DELIMITED BY SIZE INTO LIGNE-CNV
002300           END-STRING
002310           WRITE LIGNE-CNV
002315           END-WRITE
002320        NOT INVALID KEY
002330           ADD 1 TO W-CPT-ECRITS
002340     END-WRITE.
002350     PERFORM LIT-ANCIEN THRU LIT-ANCIEN-EXIT.
002360 CONVERTIT-UN-EXIT.
002370        EXIT.
002380*================================================================
002390*    FIN DE TRAITEMENT
002400*================================================================
002410 FIN.
002420     IF TRT-OK
002430        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
002440        CLOSE ENT010 ENT013
002450     END-IF.
002460     CLOSE ENT039.
002470 FIN-EXIT.
002480        EXIT.
002490*----------------------------------------------------------------
002500 REND-COMPTE.
002510     MOVE SPACES TO LIGNE-CNV.
002520     WRITE LIGNE-CNV.
002530     MOVE SPACES TO LIGNE-CNV.
002540     STRING 'CLIENTS LUS            : ' W-CPT-LUS
002550            DELIMITED BY SIZE INTO LIGNE-CNV
002560     END-STRING.
002570     WRITE LIGNE-CNV.
002580     MOVE SPACES TO LIGNE-CNV.
002590     STRING 'CLIENTS ECRITS         : ' W-CPT-ECRITS
002600            DELIMITED BY SIZE INTO LIGNE-CNV
002610     END-STRING.
002620     WRITE LIGNE-CNV.
002630     MOVE SPACES TO LIGNE-CNV.
002640     STRING 'CLIENTS REJETES        : ' W-CPT-REJETS
002650            DELIMITED BY SIZE INTO LIGNE-CNV
002660     END-STRING.
002670     WRITE LIGNE-CNV.
002680     MOVE SPACES TO LIGNE-CNV.
002690     IF W-CPT-LUS = W-CPT-ECRITS
002700          STRING 'CONVERSION : CONFORME'
002710                 DELIMITED BY SIZE INTO LIGNE-CNV
002720          END-STRING
002730     ELSE
002740        STRING 'CONVERSION : *** NON CONFORME ***'
002750               DELIMITED BY SIZE INTO LIGNE-CNV
002760        END-STRING
002770     END-IF.
002780     WRITE LIGNE-CNV.
002790 REND-COMPTE-EXIT.
002800        EXIT.
