        *>Cette méthode propose la gestion des budgets d'achat
        *>mensuels (open-to-buy) : un budget par fournisseur et un
        *>plafond global par mois, fixés par le gérant, sur lesquels
        *>s'imputent les achats du mois et les commandes passées non
        *>encore reçues
        GERER_BUDGETS_ACHAT.
                MOVE 0 TO choixMenuBudget
                PERFORM WITH TEST AFTER UNTIL choixMenuBudget = 0
                        DISPLAY "   -- BUDGETS D'ACHAT --"
                        DISPLAY "      -Fixer un budget (1)"
                        DISPLAY "      -Budgets du mois (2)"
                        DISPLAY "      -Budget restant d'un ",
                            "fournisseur (3)"
                        DISPLAY "      -Budget contre realise (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuBudget
                        EVALUATE choixMenuBudget
                            WHEN 1
                                PERFORM FIXER_BUDGET_ACHAT
                            WHEN 2
                                PERFORM LISTER_BUDGETS_ACHAT
                            WHEN 3
                                PERFORM CONSULTER_BUDGET_RESTANT
                            WHEN 4
                                PERFORM RAPPORT_BUDGET_ACHATS
                        END-EVALUATE
                END-PERFORM.

        *>Saisie du mois d'un budget, au format aaaamm
        SAISIR_MOIS_BUDGET.
                MOVE 0 TO buMois
                PERFORM WITH TEST AFTER
                        UNTIL buMois(5:2) > "00" AND
                              buMois(5:2) < "13" AND
                              buMois > 200000
                    DISPLAY "Mois du budget (aaaamm) ?"
                    ACCEPT buMois
                END-PERFORM.

        *>Cette méthode fixe, modifie ou supprime (montant 0) le
        *>budget d'un fournisseur ou le plafond global (fournisseur
        *>0) pour un mois ; c'est le gérant qui engage la boutique
        FIXER_BUDGET_ACHAT.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Les budgets d'achat se fixent avec ",
                        "le gerant"
                ELSE
                    PERFORM SAISIR_MOIS_BUDGET
                    MOVE 0 TO fournisseurTrouve
                    PERFORM WITH TEST AFTER
                            UNTIL fournisseurTrouve = 1
                        DISPLAY "Code fournisseur (0 pour le ",
                            "plafond global) ?"
                        ACCEPT buFournisseur
                        IF buFournisseur = 0 THEN
                            MOVE 1 TO fournisseurTrouve
                        ELSE
                            MOVE buFournisseur TO codeFournisseur
                            PERFORM VERIF_FOURNISSEUR
                            IF fournisseurTrouve = 0 THEN
                                DISPLAY "Fournisseur inconnu"
                            END-IF
                        END-IF
                    END-PERFORM
                    DISPLAY "Montant du budget (0 pour le ",
                        "supprimer) ?"
                    ACCEPT buSaisieMontant

                    OPEN I-O fbudgets
                    MOVE buMois TO bu_mois
                    MOVE buFournisseur TO bu_fournisseur
                    READ fbudgets
                        INVALID KEY
                            IF buSaisieMontant > 0 THEN
                                MOVE buMois TO bu_mois
                                MOVE buFournisseur TO bu_fournisseur
                                MOVE buSaisieMontant TO bu_montant
                                ACCEPT bu_dateSaisie FROM DATE YYYYMMDD
                                MOVE operateurConnecte TO bu_operateur
                                WRITE tamp_fbudget
                                END-WRITE
                                MOVE cr_fbudgets TO statutFichierOp
                                MOVE "ECRITURE BUDGET"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                MOVE "ECRITURE" TO journalOperation
                                MOVE SPACES TO journalAvant
                                MOVE tamp_fbudget TO journalApres
                                PERFORM JOURNALISER_BUDGET
                                DISPLAY "Budget enregistre"
                            ELSE
                                DISPLAY "Aucun budget a supprimer"
                            END-IF
                        NOT INVALID KEY
                            MOVE tamp_fbudget TO journalAvant
                            IF buSaisieMontant > 0 THEN
                                MOVE buSaisieMontant TO bu_montant
                                ACCEPT bu_dateSaisie FROM DATE YYYYMMDD
                                MOVE operateurConnecte TO bu_operateur
                                REWRITE tamp_fbudget
                                END-REWRITE
                                MOVE cr_fbudgets TO statutFichierOp
                                MOVE "REECRITURE BUDGET"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                MOVE "MAJ" TO journalOperation
                                MOVE tamp_fbudget TO journalApres
                                PERFORM JOURNALISER_BUDGET
                                DISPLAY "Budget modifie"
                            ELSE
                                DELETE fbudgets
                                END-DELETE
                                MOVE cr_fbudgets TO statutFichierOp
                                MOVE "SUPPRESSION BUDGET"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                MOVE "SUPPR" TO journalOperation
                                MOVE SPACES TO journalApres
                                PERFORM JOURNALISER_BUDGET
                                DISPLAY "Budget supprime"
                            END-IF
                    END-READ
                    CLOSE fbudgets
                END-IF.

        *>Trace au journal d'un budget posé, modifié, supprimé ou
        *>dépassé avec l'accord du gérant
        JOURNALISER_BUDGET.
                MOVE "BUDGETS" TO journalFichier
                MOVE SPACES TO journalCle
                STRING buMois DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    buFournisseur DELIMITED BY SIZE
                    INTO journalCle
                END-STRING
                PERFORM JOURNALISER.

        *>Liste les budgets posés pour un mois, plafond global en
        *>tête (fournisseur 0)
        LISTER_BUDGETS_ACHAT.
                PERFORM SAISIR_MOIS_BUDGET
                MOVE 0 TO buNbLus
                OPEN INPUT fbudgets
                MOVE buMois TO bu_mois
                MOVE 0 TO bu_fournisseur
                MOVE 1 TO buFin
                START fbudgets KEY IS NOT LESS THAN bu_cle
                    INVALID KEY MOVE 0 TO buFin
                END-START
                PERFORM UNTIL buFin = 0
                    READ fbudgets NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        IF bu_mois NOT = buMois THEN
                            MOVE 0 TO buFin
                        ELSE
                            ADD 1 TO buNbLus
                            MOVE bu_montant TO montantEdite
                            IF bu_fournisseur = 0 THEN
                                DISPLAY "Plafond global : ",
                                    montantEdite, " EUR"
                            ELSE
                                DISPLAY "Fournisseur ", bu_fournisseur,
                                    " : ", montantEdite, " EUR"
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fbudgets
                IF buNbLus = 0 THEN
                    DISPLAY "Aucun budget pour ", buMois
                END-IF.

        *>Affiche, pour un fournisseur et un mois demandés, le budget
        *>restant une fois déduits les achats et les commandes en
        *>cours
        CONSULTER_BUDGET_RESTANT.
                PERFORM SAISIR_MOIS_BUDGET
                DISPLAY "Code fournisseur ?"
                ACCEPT codeFournisseur
                MOVE codeFournisseur TO buFournisseur
                PERFORM VERIF_FOURNISSEUR
                IF fournisseurTrouve = 1 THEN
                    MOVE fs_nom TO buNomFournisseur
                ELSE
                    MOVE SPACES TO buNomFournisseur
                END-IF
                PERFORM CALCULER_BUDGET_RESTANT
                MOVE 0 TO buEnCours
                PERFORM AFFICHER_BUDGET_RESTANT.

        *>Cette méthode cumule, pour le mois buMois et le fournisseur
        *>buFournisseur (nom buNomFournisseur), les budgets posés et
        *>l'engagé : achats datés du mois et reste à recevoir des
        *>lignes de commandes fournisseurs passées dans le mois
        *>(commandé moins reçu moins annulé, au prix convenu). Les
        *>fichiers lus ne doivent pas être ouverts par l'appelant
        CALCULER_BUDGET_RESTANT.
                MOVE 0 TO buAFourn
                MOVE 0 TO buAGlobal
                MOVE 0 TO buBudgetFourn
                MOVE 0 TO buBudgetGlobal
                MOVE 0 TO buEngageFourn
                MOVE 0 TO buEngageGlobal

                OPEN INPUT fbudgets
                MOVE buMois TO bu_mois
                MOVE 0 TO bu_fournisseur
                READ fbudgets
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO buAGlobal
                        MOVE bu_montant TO buBudgetGlobal
                END-READ
                IF buFournisseur NOT = 0 THEN
                    MOVE buMois TO bu_mois
                    MOVE buFournisseur TO bu_fournisseur
                    READ fbudgets
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE 1 TO buAFourn
                            MOVE bu_montant TO buBudgetFourn
                    END-READ
                END-IF
                CLOSE fbudgets

                OPEN INPUT fachats
                MOVE 1 TO buFin
                PERFORM WITH TEST AFTER UNTIL buFin = 0
                    READ fachats NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        COMPUTE buMoisLu = fa_dateAchat / 100
                        IF buMoisLu = buMois THEN
                            COMPUTE buMontantLu =
                                fa_quantite * fa_prixAchat
                            ADD buMontantLu TO buEngageGlobal
                            IF fa_nomFournisseur = buNomFournisseur
                               AND buNomFournisseur NOT = SPACES THEN
                                ADD buMontantLu TO buEngageFourn
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fachats

                OPEN INPUT fcommandesF
                MOVE 1 TO buFin
                PERFORM WITH TEST AFTER UNTIL buFin = 0
                    READ fcommandesF NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        COMPUTE buMoisLu = cf_dateCommande / 100
                        IF cf_ligne > 0 AND buMoisLu = buMois THEN
                            COMPUTE buQteOuverte = cf_qteCommandee
                                - cf_qteRecue - cf_qteAnnulee
                            IF buQteOuverte > 0 THEN
                                COMPUTE buMontantLu =
                                    buQteOuverte * cf_prixConvenu
                                ADD buMontantLu TO buEngageGlobal
                                IF cf_fournisseur = buFournisseur
                                THEN
                                    ADD buMontantLu TO buEngageFourn
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fcommandesF.

        *>Restes du budget fournisseur et du plafond global, en
        *>tenant compte de ce que la saisie en cours a déjà imputé
        CALCULER_RESTES_BUDGET.
                COMPUTE buResteFourn =
                    buBudgetFourn - buEngageFourn - buEnCours
                COMPUTE buResteGlobal =
                    buBudgetGlobal - buEngageGlobal - buEnCours.

        AFFICHER_BUDGET_RESTANT.
                PERFORM CALCULER_RESTES_BUDGET
                IF buAFourn = 0 AND buAGlobal = 0 THEN
                    DISPLAY "Aucun budget d'achat pose pour ", buMois
                END-IF
                IF buAFourn = 1 THEN
                    MOVE buResteFourn TO buMontantEdite
                    DISPLAY "Budget restant du fournisseur pour ",
                        buMois, " : ", buMontantEdite, " EUR"
                END-IF
                IF buAGlobal = 1 THEN
                    MOVE buResteGlobal TO buMontantEdite
                    DISPLAY "Plafond global restant pour ",
                        buMois, " : ", buMontantEdite, " EUR"
                END-IF.

        *>Cette méthode contrôle le montant buMontant contre les
        *>restes calculés : dans le budget, il passe (buAccord = 1) ;
        *>au-delà du budget du fournisseur ou du plafond global, il
        *>faut l'accord du gérant
        CONTROLER_BUDGET_ACHAT.
                PERFORM CALCULER_RESTES_BUDGET
                MOVE 0 TO buDepasse
                IF buAFourn = 1 AND buMontant > buResteFourn THEN
                    MOVE 1 TO buDepasse
                END-IF
                IF buAGlobal = 1 AND buMontant > buResteGlobal THEN
                    MOVE 1 TO buDepasse
                END-IF
                IF buDepasse = 0 THEN
                    MOVE 1 TO buAccord
                ELSE
                    MOVE buMontant TO buMontantEdite
                    DISPLAY "ATTENTION : ", buMontantEdite,
                        " EUR depassent le budget d'achat de ",
                        buMois
                    PERFORM AFFICHER_BUDGET_RESTANT
                    PERFORM CONFIRMER_DEPASSEMENT_BUDGET
                END-IF.

        *>Le dépassement est confirmé par le gérant : directement
        *>s'il est l'opérateur connecté, sinon par son code et son
        *>mot de passe saisis au poste ; l'accord est journalisé
        CONFIRMER_DEPASSEMENT_BUDGET.
                MOVE 0 TO buAccord
                IF operateurRole = 1 THEN
                    DISPLAY "Depasser le budget (1=oui, 2=non) ?"
                    ACCEPT buChoix
                    IF buChoix = 1 THEN
                        MOVE 1 TO buAccord
                        MOVE operateurConnecte TO buCodeGerant
                    END-IF
                ELSE
                    DISPLAY "Accord du gerant requis : code du ",
                        "gerant (0 pour renoncer) ?"
                    ACCEPT buCodeGerant
                    IF buCodeGerant NOT = 0 THEN
                        DISPLAY "Mot de passe du gerant ?"
                        ACCEPT buMotPasse
                        MOVE buCodeGerant TO dgCodeSaisi
                        MOVE buMotPasse TO dgMotPasse
                        PERFORM VERIFIER_CODE_GERANT
                        MOVE dgGerantValide TO buAccord
                        IF buAccord = 0 THEN
                            DISPLAY "Accord du gerant refuse"
                        END-IF
                    END-IF
                END-IF
                IF buAccord = 1 THEN
                    MOVE "DEROGATION" TO journalOperation
                    MOVE SPACES TO journalAvant
                    MOVE buMontant TO buMontantEdite
                    MOVE SPACES TO journalApres
                    STRING "Depassement de " DELIMITED BY SIZE
                        buMontantEdite DELIMITED BY SIZE
                        " EUR accorde par le gerant "
                            DELIMITED BY SIZE
                        buCodeGerant DELIMITED BY SIZE
                        INTO journalApres
                    END-STRING
                    PERFORM JOURNALISER_BUDGET
                END-IF.

        *>Achat direct saisi au formulaire : le budget restant du
        *>mois de l'achat est affiché et l'achat y est imputé
        CONTROLER_BUDGET_ACHAT_DIRECT.
                COMPUTE buMois = dateTri / 100
                MOVE codeFournisseur TO buFournisseur
                PERFORM VERIF_FOURNISSEUR
                IF fournisseurTrouve = 1 THEN
                    MOVE fs_nom TO buNomFournisseur
                ELSE
                    MOVE SPACES TO buNomFournisseur
                END-IF
                PERFORM CALCULER_BUDGET_RESTANT
                MOVE 0 TO buEnCours
                PERFORM AFFICHER_BUDGET_RESTANT
                PERFORM CONTROLER_BUDGET_ACHAT.

        *>Rapport de fin de mois, depuis le menu
        RAPPORT_BUDGET_ACHATS.
                PERFORM SAISIR_MOIS_BUDGET
                PERFORM RAPPORT_BUDGET_TRAITEMENT.

        *>Cette méthode édite pour le mois buMois le budget contre le
        *>réalisé : par fournisseur, le budget, les achats du mois,
        *>le reste à recevoir des commandes du mois et l'écart ; puis
        *>le plafond global contre le total, et les achats rapportés
        *>au chiffre d'affaires du mois
        RAPPORT_BUDGET_TRAITEMENT.
                PERFORM CHARGER_LIGNES_BUDGET
                PERFORM CUMULER_REALISE_BUDGET

                *>Ventes du mois, depuis les agrégats mensuels
                MOVE 0 TO buVentesMois
                OPEN INPUT fagregats
                MOVE buMois TO ag_mois
                MOVE LOW-VALUES TO ag_titre
                MOVE 1 TO buFin
                START fagregats KEY IS NOT LESS THAN ag_cle
                    INVALID KEY MOVE 0 TO buFin
                END-START
                PERFORM UNTIL buFin = 0
                    READ fagregats NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        IF ag_mois NOT = buMois THEN
                            MOVE 0 TO buFin
                        ELSE
                            ADD ag_CA TO buVentesMois
                        END-IF
                END-PERFORM
                CLOSE fagregats

                MOVE "budgetAchats.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "BUDGET D'ACHAT CONTRE REALISE" TO rapportTitre
                MOVE "FOURNISSEUR BUDGET ACHATS A-RECEVOIR ECART"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Mois " DELIMITED BY SIZE
                    buMois DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE 0 TO buTotAchats
                MOVE 0 TO buTotOuvert
                MOVE 0 TO buTotBudgets
                PERFORM VARYING idxBu FROM 1 BY 1
                        UNTIL idxBu > buNbLignes
                    ADD bl_achats(idxBu) TO buTotAchats
                    ADD bl_ouvert(idxBu) TO buTotOuvert
                    ADD bl_budget(idxBu) TO buTotBudgets
                    IF bl_budget(idxBu) > 0 OR bl_achats(idxBu) > 0
                       OR bl_ouvert(idxBu) > 0 THEN
                        PERFORM EDITER_LIGNE_BUDGET
                    END-IF
                END-PERFORM

                *>Ligne des totaux contre le plafond global (à
                *>défaut, contre la somme des budgets fournisseurs)
                IF buBudgetGlobal = 0 THEN
                    MOVE buTotBudgets TO buBudgetGlobal
                END-IF
                MOVE SPACES TO bl_nom(buNbLignes + 1)
                MOVE "TOTAL" TO bl_nom(buNbLignes + 1)
                MOVE buBudgetGlobal TO bl_budget(buNbLignes + 1)
                MOVE buTotAchats TO bl_achats(buNbLignes + 1)
                MOVE buTotOuvert TO bl_ouvert(buNbLignes + 1)
                COMPUTE idxBu = buNbLignes + 1
                PERFORM EDITER_LIGNE_BUDGET

                MOVE buVentesMois TO montantEdite
                MOVE SPACES TO tamp_frapport
                IF buVentesMois > 0 THEN
                    COMPUTE buTaux ROUNDED =
                        buTotAchats * 100 / buVentesMois
                    MOVE buTaux TO buTauxEdite
                    STRING "Ventes TTC du mois : " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        " EUR, achats = " DELIMITED BY SIZE
                        buTauxEdite DELIMITED BY SIZE
                        " % des ventes" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                ELSE
                    STRING "Aucune vente agregee pour le mois"
                        DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                END-IF
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Rapport budgetaire ecrit dans ", nomRapport.

        *>Une ligne par fournisseur connu, avec son budget du mois ;
        *>le plafond global est gardé à part
        CHARGER_LIGNES_BUDGET.
                MOVE 0 TO buNbLignes
                OPEN INPUT ffournisseurs
                MOVE 1 TO buFin
                PERFORM WITH TEST AFTER UNTIL buFin = 0
                    READ ffournisseurs NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        IF buNbLignes < 299 THEN
                            ADD 1 TO buNbLignes
                            MOVE fs_code TO bl_fournisseur(buNbLignes)
                            MOVE fs_nom TO bl_nom(buNbLignes)
                            MOVE 0 TO bl_budget(buNbLignes)
                            MOVE 0 TO bl_achats(buNbLignes)
                            MOVE 0 TO bl_ouvert(buNbLignes)
                        END-IF
                END-PERFORM
                CLOSE ffournisseurs

                MOVE 0 TO buBudgetGlobal
                OPEN INPUT fbudgets
                MOVE buMois TO bu_mois
                MOVE 0 TO bu_fournisseur
                MOVE 1 TO buFin
                START fbudgets KEY IS NOT LESS THAN bu_cle
                    INVALID KEY MOVE 0 TO buFin
                END-START
                PERFORM UNTIL buFin = 0
                    READ fbudgets NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        IF bu_mois NOT = buMois THEN
                            MOVE 0 TO buFin
                        ELSE
                            IF bu_fournisseur = 0 THEN
                                MOVE bu_montant TO buBudgetGlobal
                            ELSE
                                PERFORM VARYING idxBu FROM 1 BY 1
                                        UNTIL idxBu > buNbLignes
                                    IF bl_fournisseur(idxBu) =
                                       bu_fournisseur THEN
                                        MOVE bu_montant
                                            TO bl_budget(idxBu)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fbudgets.

        *>Achats du mois (rattachés par le nom du fournisseur) et
        *>reste à recevoir des commandes passées dans le mois
        CUMULER_REALISE_BUDGET.
                OPEN INPUT fachats
                MOVE 1 TO buFin
                PERFORM WITH TEST AFTER UNTIL buFin = 0
                    READ fachats NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        COMPUTE buMoisLu = fa_dateAchat / 100
                        IF buMoisLu = buMois THEN
                            COMPUTE buMontantLu =
                                fa_quantite * fa_prixAchat
                            MOVE 0 TO buTrouve
                            PERFORM VARYING idxBu FROM 1 BY 1
                                    UNTIL idxBu > buNbLignes
                                       OR buTrouve > 0
                                IF bl_nom(idxBu) = fa_nomFournisseur
                                THEN
                                    MOVE idxBu TO buTrouve
                                END-IF
                            END-PERFORM
                            IF buTrouve = 0 THEN
                                PERFORM AJOUTER_LIGNE_BUDGET_HORS
                            END-IF
                            ADD buMontantLu TO bl_achats(buTrouve)
                        END-IF
                END-PERFORM
                CLOSE fachats

                OPEN INPUT fcommandesF
                MOVE 1 TO buFin
                PERFORM WITH TEST AFTER UNTIL buFin = 0
                    READ fcommandesF NEXT
                    AT END MOVE 0 TO buFin
                    NOT AT END
                        COMPUTE buMoisLu = cf_dateCommande / 100
                        IF cf_ligne > 0 AND buMoisLu = buMois THEN
                            COMPUTE buQteOuverte = cf_qteCommandee
                                - cf_qteRecue - cf_qteAnnulee
                            IF buQteOuverte > 0 THEN
                                COMPUTE buMontantLu =
                                    buQteOuverte * cf_prixConvenu
                                PERFORM VARYING idxBu FROM 1 BY 1
                                        UNTIL idxBu > buNbLignes
                                    IF bl_fournisseur(idxBu) =
                                       cf_fournisseur THEN
                                        ADD buMontantLu
                                            TO bl_ouvert(idxBu)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fcommandesF.

        *>Achat d'un fournisseur absent du fichier (nom saisi à la
        *>main dans un ancien achat) : il a sa propre ligne, sans
        *>budget ; au-delà de la table, tout va sur la dernière
        AJOUTER_LIGNE_BUDGET_HORS.
                IF buNbLignes < 299 THEN
                    ADD 1 TO buNbLignes
                    MOVE 0 TO bl_fournisseur(buNbLignes)
                    MOVE fa_nomFournisseur TO bl_nom(buNbLignes)
                    MOVE 0 TO bl_budget(buNbLignes)
                    MOVE 0 TO bl_achats(buNbLignes)
                    MOVE 0 TO bl_ouvert(buNbLignes)
                END-IF
                MOVE buNbLignes TO buTrouve.

        EDITER_LIGNE_BUDGET.
                COMPUTE buEcart = bl_budget(idxBu)
                    - bl_achats(idxBu) - bl_ouvert(idxBu)
                MOVE bl_budget(idxBu) TO montantEdite
                MOVE bl_achats(idxBu) TO montantEdite2
                MOVE bl_ouvert(idxBu) TO prixEdite
                MOVE buEcart TO buMontantEdite
                MOVE SPACES TO tamp_frapport
                STRING bl_nom(idxBu) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    buMontantEdite DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
