        *>Cette méthode échange au comptoir un exemplaire défectueux
        *>(défaut d'impression) contre un exemplaire neuf du rayon :
        *>la vente d'origine et l'encaissement ne bougent pas, le
        *>neuf sort du rayon et le défectueux rejoint le stock
        *>défectueux de la référence, invendable, en attendant
        *>d'être renvoyé au fournisseur qui l'a livré
        ECHANGE_DEFECTUEUX.
                DISPLAY "Entrez l'id de la vente de l'exemplaire ",
                    "defectueux"
                ACCEPT idVente
                *>Comme pour un remboursement, la ligne peut être
                *>une vente directe (statut 0) ou une commande
                *>honorée (statut 2)
                MOVE 0 TO trouveIdVente
                OPEN INPUT fventes
                MOVE idVente TO fv_id
                MOVE 0 TO fv_statut
                READ fventes
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO trouveIdVente
                END-READ
                IF trouveIdVente = 0 THEN
                    MOVE idVente TO fv_id
                    MOVE 2 TO fv_statut
                    READ fventes
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO trouveIdVente
                    END-READ
                END-IF
                MOVE cr_fventes TO statutFichierOp
                MOVE "LECTURE VENTE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fventes
                IF trouveIdVente = 0 THEN
                    DISPLAY "Vente introuvable (ou deja remboursee)"
                ELSE
                    PERFORM CUMULER_DEFECTUEUX_VENTE
                    IF dfQteEchangee NOT < fv_quantite THEN
                        DISPLAY "Tous les exemplaires de cette vente ",
                            "ont deja ete echanges"
                    ELSE
                        COMPUTE dfQteEchangeable =
                            fv_quantite - dfQteEchangee
                        MOVE 0 TO dfQte
                        PERFORM WITH TEST AFTER UNTIL dfQte > 0
                                AND dfQte NOT > dfQteEchangeable
                            DISPLAY "Nombre d'exemplaires ",
                                "defectueux (", fv_quantite,
                                " vendu(s), ", dfQteEchangee,
                                " deja echange(s)) ?"
                            ACCEPT dfQte
                        END-PERFORM
                        PERFORM CHERCHER_FOURNISSEUR_DEFECTUEUX
                        PERFORM ECHANGER_STOCK_DEFECTUEUX
                        IF dfOk = 1 THEN
                            PERFORM ENREGISTRER_DEFECTUEUX
                        END-IF
                    END-IF
                END-IF.

        *>Cumule les exemplaires de la ligne de vente fv_id déjà
        *>échangés : un remboursement reprenant toute la ligne
        *>(statut 3), seuls les échanges précédents sont à déduire
        CUMULER_DEFECTUEUX_VENTE.
                MOVE 0 TO dfQteEchangee
                OPEN INPUT fdefectueux
                MOVE 1 TO dfFin
                PERFORM WITH TEST AFTER UNTIL dfFin = 0
                    READ fdefectueux NEXT
                    AT END MOVE 0 TO dfFin
                    NOT AT END
                        IF df_vente = fv_id THEN
                            ADD df_quantite TO dfQteEchangee
                        END-IF
                END-PERFORM
                CLOSE fdefectueux.

        *>Retrouve le fournisseur qui a livré la référence : celui
        *>du dernier achat du titre sur le site, rattaché à sa fiche
        *>par son nom comme pour le budget d'achat ; à défaut il
        *>est demandé, 0 le laissant à affecter
        CHERCHER_FOURNISSEUR_DEFECTUEUX.
                MOVE 0 TO dfDateAchat
                MOVE SPACES TO dfNomFournisseur
                MOVE 0 TO dfPrixAchat
                MOVE 0 TO dfFournisseur
                OPEN INPUT fachats
                MOVE fv_titreComics TO fa_titreComics
                START fachats KEY IS = fa_titreComics
                    INVALID KEY MOVE 0 TO dfFin
                    NOT INVALID KEY
                        MOVE 1 TO dfFin
                        PERFORM WITH TEST AFTER UNTIL dfFin = 0
                            READ fachats NEXT
                            AT END MOVE 0 TO dfFin
                            NOT AT END
                                IF fa_titreComics
                                   NOT = fv_titreComics THEN
                                    MOVE 0 TO dfFin
                                ELSE
                                    IF (fa_site = siteLocal
                                        OR fa_site = 0)
                                       AND fa_dateAchat
                                       NOT < dfDateAchat THEN
                                        MOVE fa_dateAchat
                                            TO dfDateAchat
                                        MOVE fa_nomFournisseur
                                            TO dfNomFournisseur
                                        MOVE fa_prixAchat
                                            TO dfPrixAchat
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fachats
                IF dfNomFournisseur NOT = SPACES THEN
                    OPEN INPUT ffournisseurs
                    MOVE 1 TO dfFin
                    PERFORM WITH TEST AFTER UNTIL dfFin = 0
                        READ ffournisseurs NEXT
                        AT END MOVE 0 TO dfFin
                        NOT AT END
                            IF fs_nom = dfNomFournisseur THEN
                                MOVE fs_code TO dfFournisseur
                                MOVE 0 TO dfFin
                            END-IF
                    END-PERFORM
                    CLOSE ffournisseurs
                END-IF
                IF dfFournisseur = 0 THEN
                    DISPLAY "Fournisseur de la reference introuvable :",
                        " code du fournisseur (0 = a affecter) ?"
                    ACCEPT codeFournisseur
                    IF codeFournisseur NOT = 0 THEN
                        PERFORM VERIF_FOURNISSEUR
                        IF fournisseurTrouve = 1 THEN
                            MOVE codeFournisseur TO dfFournisseur
                        ELSE
                            DISPLAY "Fournisseur inconnu, a affecter"
                        END-IF
                    END-IF
                ELSE
                    DISPLAY "Livre par ", dfNomFournisseur, " (",
                        dfFournisseur, ")"
                END-IF.

        *>Remet le neuf au client et range le défectueux, sous
        *>verrou : le rayon baisse, le stock défectueux monte
        ECHANGER_STOCK_DEFECTUEUX.
                MOVE 0 TO dfOk
                OPEN I-O finventaire
                MOVE fv_titreComics TO fi_titre
                MOVE siteLocal TO fi_site
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Erreur, ce comic n'existe plus"
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "LECTURE REFERENCE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        COMPUTE dispoRayon =
                            fi_quantite - fi_qteMiseCote
                        IF dispoRayon < dfQte THEN
                            DISPLAY "Pas assez d'exemplaires neufs ",
                                "en rayon pour l'echange"
                            IF fi_qteReserve > 0 THEN
                                DISPLAY "Il reste ", fi_qteReserve,
                                    " exemplaire(s) en reserve : ",
                                    "faites un transfert vers le rayon"
                            END-IF
                        ELSE
                            MOVE tamp_finventaire TO journalAvant
                            MOVE fi_quantite TO mv_rayonAvant
                            MOVE fi_qteReserve TO mv_reserveAvant
                            SUBTRACT dfQte FROM fi_quantite
                            ADD dfQte TO fi_qteDefectueux
                            REWRITE tamp_finventaire
                             INVALID KEY
                               DISPLAY "Erreur de maj du stock"
                             NOT INVALID KEY
                               MOVE 1 TO dfOk
                            END-REWRITE
                            MOVE cr_finventaire TO statutFichierOp
                            MOVE "MAJ STOCK DEFECTUEUX"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            IF dfOk = 1 THEN
                                MOVE "INVENTAIRE" TO journalFichier
                                MOVE "MAJ" TO journalOperation
                                MOVE fi_titre TO journalCle
                                MOVE tamp_finventaire TO journalApres
                                PERFORM JOURNALISER
                            END-IF
                        END-IF
                END-READ
                IF cr_finventaire = 51 THEN
                    DISPLAY "Enregistrement occupe par une ",
                        "autre caisse, reessayez"
                END-IF
                CLOSE finventaire.

        *>Trace l'échange : mouvement de stock à son vrai motif
        *>(échange d'un défectueux, 5) et exemplaire en attente de
        *>retour chez son fournisseur
        ENREGISTRER_DEFECTUEUX.
                ACCEPT dateTri FROM DATE YYYYMMDD
                MOVE "MOUVEMENT" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO mv_id
                MOVE dateTri TO mv_date
                MOVE fi_titre TO mv_titreComics
                MOVE fi_quantite TO mv_rayonCompte
                MOVE fi_qteReserve TO mv_reserveCompte
                COMPUTE mv_ecart = 0 - dfQte
                MOVE 5 TO mv_motif
                MOVE operateurConnecte TO mv_operateur
                MOVE fi_site TO mv_site
                OPEN I-O fmouvements
                WRITE tamp_fmouvement
                END-WRITE
                MOVE cr_fmouvements TO statutFichierOp
                MOVE "ECRITURE MOUVEMENT" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fmouvements

                MOVE "DEFECT" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO df_id
                MOVE dateTri TO df_date
                MOVE siteLocal TO df_site
                MOVE fi_titre TO df_titre
                MOVE dfQte TO df_quantite
                MOVE dfFournisseur TO df_fournisseur
                MOVE dfPrixAchat TO df_prixAchat
                MOVE fv_id TO df_vente
                MOVE fv_client TO df_client
                MOVE operateurConnecte TO df_operateur
                MOVE 0 TO df_statut
                MOVE 0 TO df_retour
                OPEN I-O fdefectueux
                WRITE tamp_fdefectueux
                END-WRITE
                MOVE cr_fdefectueux TO statutFichierOp
                MOVE "ECRITURE DEFECTUEUX" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fdefectueux
                DISPLAY "Echange enregistre : ", dfQte,
                    " exemplaire(s) neuf(s) remis, defectueux no ",
                    df_id, " a renvoyer au fournisseur ",
                    dfFournisseur.

        *>Cette méthode édite les exemplaires défectueux en attente
        *>de retour, regroupés par fournisseur avec le montant
        *>d'avoir à réclamer : c'est la liste de travail du retour
        *>fournisseur, qui les reprend fournisseur par fournisseur
        RAPPORT_DEFECTUEUX.
                MOVE "defectueux.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "EXEMPLAIRES DEFECTUEUX A RETOURNER"
                    TO rapportTitre
                MOVE "FOURN. DATE TITRE QTE PRIX ACHAT VENTE"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE 0 TO dfQteTotale
                MOVE 0 TO dfMontantTotal
                MOVE 0 TO dfQteFourn
                MOVE 0 TO dfMontantFourn
                MOVE 999999 TO dfFournCourant
                OPEN INPUT fdefectueux
                MOVE 0 TO df_fournisseur
                START fdefectueux KEY IS NOT LESS THAN df_fournisseur
                    INVALID KEY MOVE 0 TO dfFin
                    NOT INVALID KEY
                        MOVE 1 TO dfFin
                        PERFORM WITH TEST AFTER UNTIL dfFin = 0
                            READ fdefectueux NEXT
                            AT END MOVE 0 TO dfFin
                            NOT AT END
                                IF df_statut = 0 THEN
                                    PERFORM EDITER_DEFECTUEUX
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fdefectueux
                IF dfFournCourant NOT = 999999 THEN
                    PERFORM EDITER_TOTAL_FOURN_DEFECTUEUX
                END-IF
                MOVE dfMontantTotal TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Total : " DELIMITED BY SIZE
                    dfQteTotale DELIMITED BY SIZE
                    " exemplaire(s), avoirs a reclamer "
                        DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY dfQteTotale, " exemplaire(s) defectueux en ",
                    "attente de retour"
                DISPLAY "Rapport ecrit dans ", nomRapport.

        EDITER_DEFECTUEUX.
                IF df_fournisseur NOT = dfFournCourant THEN
                    IF dfFournCourant NOT = 999999 THEN
                        PERFORM EDITER_TOTAL_FOURN_DEFECTUEUX
                    END-IF
                    MOVE df_fournisseur TO dfFournCourant
                    MOVE 0 TO dfQteFourn
                    MOVE 0 TO dfMontantFourn
                    MOVE df_fournisseur TO codeFournisseur
                    PERFORM VERIF_FOURNISSEUR
                    IF fournisseurTrouve = 0 THEN
                        MOVE "(fournisseur a affecter)" TO fs_nom
                    END-IF
                    MOVE SPACES TO tamp_frapport
                    STRING "Fournisseur " DELIMITED BY SIZE
                        df_fournisseur DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fs_nom DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF
                ADD df_quantite TO dfQteFourn
                ADD df_quantite TO dfQteTotale
                COMPUTE dfMontantFourn = dfMontantFourn +
                    df_quantite * df_prixAchat
                COMPUTE dfMontantTotal = dfMontantTotal +
                    df_quantite * df_prixAchat
                MOVE df_prixAchat TO prixEdite
                MOVE SPACES TO tamp_frapport
                STRING "  " DELIMITED BY SIZE
                    df_date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    df_titre DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    df_quantite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " vente " DELIMITED BY SIZE
                    df_vente DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        EDITER_TOTAL_FOURN_DEFECTUEUX.
                MOVE dfMontantFourn TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "  Total fournisseur " DELIMITED BY SIZE
                    dfFournCourant DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    dfQteFourn DELIMITED BY SIZE
                    " ex., " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Joint au retour fournisseur en cours de création les
        *>exemplaires défectueux en attente chez ce fournisseur
        *>(sur ce site) : chacun devient une ligne du retour au prix
        *>d'achat, sort du stock défectueux de la référence et passe
        *>à l'état renvoyé (le fichier des retours est déjà ouvert)
        JOINDRE_DEFECTUEUX_RETOUR.
                MOVE 0 TO dfNbAttente
                MOVE 0 TO dfQteAttente
                OPEN INPUT fdefectueux
                MOVE codeFournisseur TO df_fournisseur
                START fdefectueux KEY IS = df_fournisseur
                    INVALID KEY MOVE 0 TO dfFin
                    NOT INVALID KEY
                        MOVE 1 TO dfFin
                        PERFORM WITH TEST AFTER UNTIL dfFin = 0
                            READ fdefectueux NEXT
                            AT END MOVE 0 TO dfFin
                            NOT AT END
                                IF df_fournisseur
                                   NOT = codeFournisseur THEN
                                    MOVE 0 TO dfFin
                                ELSE
                                    IF df_statut = 0 AND
                                       df_site = siteLocal THEN
                                        ADD 1 TO dfNbAttente
                                        ADD df_quantite
                                            TO dfQteAttente
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fdefectueux
                IF dfNbAttente > 0 THEN
                    DISPLAY dfQteAttente, " exemplaire(s) defectueux ",
                        "en attente chez ce fournisseur"
                    MOVE 0 TO dfChoix
                    PERFORM WITH TEST AFTER UNTIL dfChoix = 1
                            OR dfChoix = 2
                        DISPLAY "Les joindre au retour (1=oui, ",
                            "2=non) ?"
                        ACCEPT dfChoix
                    END-PERFORM
                    IF dfChoix = 1 THEN
                        PERFORM JOINDRE_LIGNES_DEFECTUEUX
                    END-IF
                END-IF.

        JOINDRE_LIGNES_DEFECTUEUX.
                OPEN I-O fdefectueux
                MOVE codeFournisseur TO df_fournisseur
                START fdefectueux KEY IS = df_fournisseur
                    INVALID KEY MOVE 0 TO dfFin
                    NOT INVALID KEY
                        MOVE 1 TO dfFin
                        PERFORM WITH TEST AFTER UNTIL dfFin = 0
                            READ fdefectueux NEXT WITH LOCK
                            AT END MOVE 0 TO dfFin
                            NOT AT END
                                IF df_fournisseur
                                   NOT = codeFournisseur THEN
                                    MOVE 0 TO dfFin
                                ELSE
                                    IF df_statut = 0 AND
                                       df_site = siteLocal THEN
                                        PERFORM JOINDRE_UN_DEFECTUEUX
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fdefectueux.

        *>Une ligne de retour par exemplaire défectueux en attente :
        *>le stock défectueux de la référence baisse d'autant (le
        *>rayon n'est pas touché, il l'a été à l'échange)
        JOINDRE_UN_DEFECTUEUX.
                MOVE 0 TO dfOk
                OPEN I-O finventaire
                MOVE df_titre TO fi_titre
                MOVE df_site TO fi_site
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Reference disparue : ", df_titre
                    NOT INVALID KEY
                        MOVE tamp_finventaire TO journalAvant
                        SUBTRACT df_quantite FROM fi_qteDefectueux
                            ON SIZE ERROR
                                MOVE 0 TO fi_qteDefectueux
                        END-SUBTRACT
                        REWRITE tamp_finventaire
                         INVALID KEY
                           DISPLAY "Erreur de maj du stock"
                         NOT INVALID KEY
                           MOVE 1 TO dfOk
                        END-REWRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "MAJ STOCK DEFECTUEUX"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF dfOk = 1 THEN
                            MOVE "INVENTAIRE" TO journalFichier
                            MOVE "MAJ" TO journalOperation
                            MOVE fi_titre TO journalCle
                            MOVE tamp_finventaire TO journalApres
                            PERFORM JOURNALISER
                        END-IF
                END-READ
                CLOSE finventaire
                IF dfOk = 1 THEN
                    ADD 1 TO nbLignesRetourF
                    MOVE numeroRetourF TO rf_numero
                    MOVE nbLignesRetourF TO rf_ligne
                    MOVE codeFournisseur TO rf_fournisseur
                    MOVE dateTri TO rf_dateRetour
                    MOVE df_titre TO rf_titreComics
                    MOVE df_quantite TO rf_quantite
                    MOVE df_prixAchat TO rf_prixAttendu
                    MOVE 0 TO rf_montantAvoir
                    MOVE 0 TO rf_avoirRecu
                    MOVE 0 TO rf_dateAvoir
                    MOVE 0 TO rf_factureImputee
                    MOVE 0 TO rf_statut
                    MOVE SPACES TO rf_refAvoir
                    MOVE "D" TO rf_origine
                    WRITE tamp_fretourF
                    END-WRITE
                    MOVE cr_fretoursF TO statutFichierOp
                    MOVE "ECRITURE LIGNE RETOUR"
                        TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    COMPUTE montantRetourF = montantRetourF +
                        df_quantite * df_prixAchat
                    MOVE 1 TO df_statut
                    MOVE numeroRetourF TO df_retour
                    REWRITE tamp_fdefectueux
                    END-REWRITE
                    MOVE cr_fdefectueux TO statutFichierOp
                    MOVE "MAJ DEFECTUEUX" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    DISPLAY "  ", df_titre, " x", df_quantite,
                        " joint au retour"
                END-IF.
