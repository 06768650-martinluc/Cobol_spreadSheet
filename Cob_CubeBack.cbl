000279*               ! SON IMAGE INITIALE, LA OU LE PARCOURS DANS     *
000280*               ! L'ORDRE DU FICHIER S'ARRETAIT SUR UNE IMAGE    *
000281*               ! INTERMEDIAIRE                                  *
000282* 14/10/2026    ! CONTROLE DES PERIODES : UN ENREGISTREMENT      *
000283*               ! D'AUDIT SUR UN PLAN HAUTEUR FERME DANS PERCTL  *
000284*               ! (ENTRETENU PAR ADSOTP20) N'EST PAS DEFAIT ; LES*
000285*               ! ANOMALIES PORTENT UN CODE MOTIF (05 = PLAN     *
000286*               ! FERME) ET LE CODE RETOUR VAUT 8 EN CAS DE REFUS*
000287*===============================================================*
000290*
000300*************************
000310  IDENTIFICATION DIVISION.
000800             ACCESS MODE  IS SEQUENTIAL
000810             RECORD KEY   IS CKR-CLE
000820             FILE STATUS  IS WS-KSD-FILE-STATUS.
000821*
000822*---------------------------------------------------------------*
000823*   CONTROLE DES PERIODES (PLANS HAUTEUR OUVERTS / FERMES),      *
000824*   ENTRETENU PAR ADSOTP20 ; ABSENT, TOUS LES PLANS SONT OUVERTS *
000825*---------------------------------------------------------------*
000826      SELECT PER-CTL-FILE ASSIGN TO PERCTL
000827             ORGANIZATION IS SEQUENTIAL
000828             FILE STATUS  IS WS-PCTL-FILE-STATUS.
000830*
000840*                  ==============================               *
000850*=================<       DATA        DIVISION   >==============*
001710      05  CKR-VALEUR                    PIC S9(7)V99
001711                                        SIGN LEADING SEPARATE.
001720      05  FILLER                        PIC X(64).
001721*
001722*---------------------------------------------------------------*
001723*   CONTROLE DES PERIODES (CF. ADSOTP20) : UN ENREGISTREMENT PAR *
001724*   PLAN HAUTEUR, STATUT O = OUVERT / F = FERME, DATE ET AUTEUR  *
001725*   DE LA DERNIERE FERMETURE PUIS DE LA DERNIERE REOUVERTURE     *
001726*---------------------------------------------------------------*
001727  FD  PER-CTL-FILE
001728      RECORDING MODE IS F
001729      RECORD CONTAINS 80 CHARACTERS.
001730*
001731  01  PER-CTL-RECORD.
001732      05  PCR-HAUTEUR                   PIC 99.
001733      05  PCR-STATUT                    PIC X.
001734      05  PCR-DATE-CLOT                 PIC X(8).
001735      05  PCR-AUTEUR-CLOT               PIC X(8).
001736      05  PCR-DATE-REOUV                PIC X(8).
001737      05  PCR-AUTEUR-REOUV              PIC X(8).
001738      05  FILLER                        PIC X(45).
001739*
001740*========================
001750  WORKING-STORAGE SECTION.
001760*========================
002070      88  WS-AUDO-FILE-OK                          VALUE '00'.
002080*
002090  01  WS-KSD-FILE-STATUS                PIC X(02).
002091      88  WS-KSD-FILE-OK                           VALUE '00'.
002092*
002093  01  WS-PCTL-FILE-STATUS               PIC X(02).
002094      88  WS-PCTL-FILE-OK                          VALUE '00'.
002095*
002096  01  WS-PCTL-FILE-FIN-SW               PIC X       VALUE 'N'.
002097      88  WS-PCTL-FILE-TERMINE                     VALUE 'O'.
002098*
002099*---------------------------------------------------------------*
002100*   CONTROLE DES PERIODES : STATUT DE CHAQUE PLAN HAUTEUR (O =   *
002101*   OUVERT / F = FERME), DATE ET AUTEUR DE LA FERMETURE ; UNE    *
002102*   ENTREE A LE DECOUPAGE DES COLONNES 3-19 DE PERCTL            *
002103*---------------------------------------------------------------*
002104  01  WS-PERIODES.
002105      05  WS-PER-ENT                    OCCURS 10.
002106          10  WS-PER-STATUT             PIC X.
002107              88  WS-PER-FERME                     VALUE 'F'.
002108          10  WS-PER-DATE-CLOT          PIC X(8).
002109          10  WS-PER-AUTEUR-CLOT        PIC X(8).
002110*
002111  01  WS-IPER                           PIC 99.
002112*
002113* CODE MOTIF D'UN ENREGISTREMENT D'AUDIT NON DEFAISABLE (CF.
002114* 2000-REJETTE-AUDIT-)
002115  01  WS-MOTIF-REJET                    PIC X(2).
002116*
002120  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
002130      88  WS-CUBE-FILE-TERMINE                     VALUE 'O'.
002140*
002250  01  WS-CPT-REJETS                     PIC 9(5)    VALUE 0.
002260  01  WS-CPT-AUTRE-CUBE                 PIC 9(5)    VALUE 0.
002270  01  WS-CPT-ECRITS                     PIC 9(5)    VALUE 0.
002272  01  WS-CPT-PLAN-FERME                 PIC 9(5)    VALUE 0.
002274*
002276  01  WS-CR-FINAL                       PIC 99      VALUE 0.
002280*
002290  01  WS-LEDIT                          PIC X(80).
002300*
002740*
002750      PERFORM 0210-LECTURE-AUDIT-DEB
002760         THRU 0210-LECTURE-AUDIT-FIN
002762        UNTIL WS-AUDIT-FILE-TERMINE.
002764      CLOSE AUDIT-FILE.
002766*
002768      PERFORM 0300-CHARGE-PERIODES-DEB
002770         THRU 0300-CHARGE-PERIODES-FIN.
002772*
002773*---------------------------------------------------------------*
002774* LA PISTE EST DEFAITE DU DERNIER ENREGISTREMENT VERS LE        *
003800*
003810  0210-LECTURE-AUDIT-FIN.
003811      EXIT.
003812*
003813*---------------------------------------------------------------*
003814*   CHARGEMENT DU CONTROLE DES PERIODES (PERCTL, ENTRETENU PAR   *
003815*   ADSOTP20) : STATUT DE CHAQUE PLAN HAUTEUR. FICHIER ABSENT :  *
003816*   TOUS LES PLANS SONT OUVERTS, AVEC TRACE CONSOLE              *
003817*---------------------------------------------------------------*
003818  0300-CHARGE-PERIODES-DEB.
003819*
003820      PERFORM 0302-INIT-PLAN-DEB
003821         THRU 0302-INIT-PLAN-FIN
003822      VARYING WS-IPER FROM 1 BY 1
003823        UNTIL WS-IPER > 10.
003824*
003825      OPEN INPUT PER-CTL-FILE.
003826      IF WS-PCTL-FILE-OK
003827          PERFORM 0305-LECTURE-PERCTL-DEB
003828             THRU 0305-LECTURE-PERCTL-FIN
003829            UNTIL WS-PCTL-FILE-TERMINE
003830          CLOSE PER-CTL-FILE
003831      ELSE
003832          DISPLAY '*========================================*'
003833          DISPLAY '*  CONTROLE PERCTL ABSENT : TOUS LES      *'
003834          DISPLAY '*  PLANS SONT CONSIDERES OUVERTS          *'
003835          DISPLAY '*========================================*'
003836      END-IF.
003837*
003838  0300-CHARGE-PERIODES-FIN.
003839      EXIT.
003840*
003841  0302-INIT-PLAN-DEB.
003842*
003843      MOVE 'O'    TO WS-PER-STATUT (WS-IPER).
003844      MOVE SPACES TO WS-PER-DATE-CLOT (WS-IPER)
003845                     WS-PER-AUTEUR-CLOT (WS-IPER).
003846*
003847  0302-INIT-PLAN-FIN.
003848      EXIT.
003849*
003850  0305-LECTURE-PERCTL-DEB.
003851*
003852      READ PER-CTL-FILE
003853          AT END
003854              MOVE 'O' TO WS-PCTL-FILE-FIN-SW
003855          NOT AT END
003856              IF PCR-HAUTEUR IS NUMERIC AND PCR-HAUTEUR > 0
003857                 AND PCR-HAUTEUR NOT > 10
003858                  MOVE PCR-HAUTEUR TO WS-IPER
003859                  MOVE PER-CTL-RECORD (3:17)
003860                    TO WS-PER-ENT (WS-IPER)
003861                  IF WS-PER-FERME (WS-IPER)
003862                      DISPLAY '  PLAN ' WS-IPER ' FERME LE '
003863                              PCR-DATE-CLOT ' PAR '
003864                              PCR-AUTEUR-CLOT
003865                  END-IF
003866              ELSE
003867                  DISPLAY '*====================================*'
003868                  DISPLAY '*  ENREGISTREMENT PERCTL INVALIDE    *'
003869                  DISPLAY '*  IGNORE : ' PER-CTL-RECORD (1:11)
003870                  DISPLAY '*====================================*'
003871              END-IF
003872      END-READ.
003873*
003874  0305-LECTURE-PERCTL-FIN.
003875      EXIT.
003876*
003877*---------------------------------------------------------------*
003878*   RETOUR ARRIERE D'UN ENREGISTREMENT D'AUDIT (LE RANG WS-IAUD  *
003879*   DE LA TABLE, PARCOURUE EN SENS INVERSE) : CONTROLE DES       *
003880*   COORDONNEES ET DE LA COHERENCE AVEC L'ETAT DU POSTE (DEFAIRE *
003881*   UN AJOUT SUR POSTE ABSENT, UNE SUPPRESSION SUR POSTE PRESENT *
003882*   SONT DES ANOMALIES), PUIS TRACE DANS AUDITOUT                *
003883*---------------------------------------------------------------*
003890  1010-DEFAIT-MOUVEMENT-DEB.
003900*
003901      MOVE WS-AUD-ENT (WS-IAUD) TO WS-AUD-CRT.
003930         OR WS-CRT-COLONNE IS NOT NUMERIC OR WS-CRT-COLONNE = 0
003940         OR WS-CRT-COLONNE > 10
003950         OR WS-CRT-HAUTEUR IS NOT NUMERIC OR WS-CRT-HAUTEUR = 0
003951         OR WS-CRT-HAUTEUR > 10
003952          MOVE '01' TO WS-MOTIF-REJET
003953          PERFORM 2000-REJETTE-AUDIT-DEB
003954             THRU 2000-REJETTE-AUDIT-FIN
003955          GO TO 1010-DEFAIT-MOUVEMENT-FIN
003956      END-IF.
003957*
003958*---------------------------------------------------------------*
003959* PERIODE CLOSE : LE RETOUR ARRIERE NE TOUCHE PAS UN PLAN        *
003960* HAUTEUR FERME DANS PERCTL, MEME POUR DEFAIRE UN MOUVEMENT DE   *
003961* LA JOURNEE ; LE PLAN DOIT D'ABORD ETRE ROUVERT PAR DEROGATION  *
003962* (ADSOTP20)                                                     *
003963*---------------------------------------------------------------*
003964      IF WS-PER-FERME (WS-CRT-HAUTEUR)
003965          ADD 1 TO WS-CPT-PLAN-FERME
003966          MOVE '05' TO WS-MOTIF-REJET
003970          PERFORM 2000-REJETTE-AUDIT-DEB
003980             THRU 2000-REJETTE-AUDIT-FIN
003990          GO TO 1010-DEFAIT-MOUVEMENT-FIN
004050*---------------------------------------------------------------*
004060      IF (WS-CRT-MODIF OR WS-CRT-SUPPR)
004070         AND WS-CRT-AVANT-N IS NOT NUMERIC
004075          MOVE '02' TO WS-MOTIF-REJET
004080          PERFORM 2000-REJETTE-AUDIT-DEB
004090             THRU 2000-REJETTE-AUDIT-FIN
004100          GO TO 1010-DEFAIT-MOUVEMENT-FIN
004210              PERFORM 1040-DEFAIT-SUPPR-DEB
004220                 THRU 1040-DEFAIT-SUPPR-FIN
004230          WHEN OTHER
004235              MOVE '04' TO WS-MOTIF-REJET
004240              PERFORM 2000-REJETTE-AUDIT-DEB
004250                 THRU 2000-REJETTE-AUDIT-FIN
004260      END-EVALUATE.
004520          PERFORM 2100-ECRIT-AUDIT-DEB
004530             THRU 2100-ECRIT-AUDIT-FIN
004540      ELSE
004545          MOVE '03' TO WS-MOTIF-REJET
004550          PERFORM 2000-REJETTE-AUDIT-DEB
004560             THRU 2000-REJETTE-AUDIT-FIN
004570      END-IF.
004760          PERFORM 2100-ECRIT-AUDIT-DEB
004770             THRU 2100-ECRIT-AUDIT-FIN
004780      ELSE
004785          MOVE '03' TO WS-MOTIF-REJET
004790          PERFORM 2000-REJETTE-AUDIT-DEB
004800             THRU 2000-REJETTE-AUDIT-FIN
004810      END-IF.
004910*
004920      IF WS-CELL-PRES
004921          (WS-CRT-LIGNE, WS-CRT-COLONNE, WS-CRT-HAUTEUR) = 'O'
004925          MOVE '03' TO WS-MOTIF-REJET
004930          PERFORM 2000-REJETTE-AUDIT-DEB
004940             THRU 2000-REJETTE-AUDIT-FIN
004950      ELSE
005090      EXIT.
005100*
005110*---------------------------------------------------------------*
005115*   ENREGISTREMENT D'AUDIT NON DEFAISABLE : TRACE CONSOLE AVEC   *
005120*   LE CODE MOTIF PREPARE PAR L'APPELANT (WS-MOTIF-REJET) :      *
005125*   01 = COORDONNEES HORS BORNES    02 = VALEUR AVANT INVALIDE   *
005130*   03 = INCOHERENCE AVEC L'ETAT DU POSTE                        *
005135*   04 = CODE MOUVEMENT INCONNU     05 = PLAN HAUTEUR FERME      *
005140*   LA PISTE CONTINUE D'ETRE LUE (UN DESACCORD PONCTUEL N'ARRETE *
005145*   PAS LE RETOUR ARRIERE)                                       *
005150*---------------------------------------------------------------*
005160  2000-REJETTE-AUDIT-DEB.
005170*
005180      ADD 1 TO WS-CPT-REJETS.
005190      MOVE SPACE TO WS-LEDIT.
005196      STRING 'ANOMALIE - AUDIT ' WS-IAUD
005202             ' MOTIF ' WS-MOTIF-REJET
005210             ' NON DEFAISABLE : ' WS-AUD-CRT
005220             DELIMITED BY SIZE
005230      INTO WS-LEDIT.
006480       DISPLAY '  MODIFS DEFAITES: ' WS-CPT-MODIFS-DEFAITES
006490       DISPLAY '  SUPPR DEFAITES : ' WS-CPT-SUPPRS-DEFAITES
006500       DISPLAY '  REJETS         : ' WS-CPT-REJETS
006505       DISPLAY '  REFUS PLAN FERME  : ' WS-CPT-PLAN-FERME
006510       DISPLAY '  POSTES AUTRE CUBE : ' WS-CPT-AUTRE-CUBE
006520       DISPLAY '  POSTES ECRITS  : ' WS-CPT-ECRITS
006530       DISPLAY '************************************************'.
006600*---------------------------------------------------------------*
006610*
006620  9999-FIN-PROGRAMME-DEB.
006621*
006622*---------------------------------------------------------------*
006623* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 8 SI DES            *
006624* ENREGISTREMENTS D'AUDIT ONT ETE REFUSES SUR UN PLAN FERME      *
006625* (PERCTL), SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16      *
006626*---------------------------------------------------------------*
006627      IF WS-CPT-PLAN-FERME > 0
006628          MOVE 8 TO WS-CR-FINAL
006629      ELSE
006630          MOVE 0 TO WS-CR-FINAL
006631      END-IF.
006632*
006640       DISPLAY '*==============================================*'
006650       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP11        *'
006655       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
006660       DISPLAY '*==============================================*'.
006663*
006666      MOVE WS-CR-FINAL TO RETURN-CODE.
006670*
006680  9999-FIN-PROGRAMME-FIN.
006690       GOBACK.
