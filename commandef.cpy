        *>Cette méthode propose la gestion des commandes passées aux
        *>fournisseurs : création (éventuellement préparée depuis les
        *>manques du rapport de réappro), consultation, transmission
        *>au fournisseur et intégration de son accusé de réception,
        *>réception des livraisons
        GERER_COMMANDES_FOURN.
                MOVE 0 TO choixMenuCdeF
                PERFORM WITH TEST AFTER UNTIL choixMenuCdeF = 0
                        DISPLAY "      -Receptionner une livraison (3)"
                        DISPLAY "      -Importer un bon de ",
                            "livraison (4)"
                        DISPLAY "      -Transmettre une commande (5)"
                        DISPLAY "      -Importer un accuse de ",
                            "reception (6)"
                        DISPLAY "      -Reliquats et annulations (7)"
                        DISPLAY "      -Code client chez un ",
                            "fournisseur (8)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuCdeF
                        EVALUATE choixMenuCdeF
                                PERFORM RECEPTIONNER_COMMANDE_FOURN
                            WHEN 4
                                PERFORM IMPORTER_BON_LIVRAISON
                            WHEN 5
                                PERFORM TRANSMETTRE_COMMANDE_FOURN
                            WHEN 6
                                PERFORM IMPORTER_AR_COMMANDE
                            WHEN 7
                                PERFORM RAPPORT_RELIQUATS_FOURN
                            WHEN 8
                                PERFORM SAISIR_COMPTE_CLIENT_FOURN
                        END-EVALUATE
                END-PERFORM.

                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI

                    *>Le budget d'achat restant du mois (achats et
                    *>commandes non reçues déduits) est affiché avant
                    *>les lignes, qui s'y imputent une à une
                    COMPUTE buMois = dateTri / 100
                    MOVE codeFournisseur TO buFournisseur
                    MOVE fs_nom TO buNomFournisseur
                    PERFORM CALCULER_BUDGET_RESTANT
                    MOVE 0 TO buEnCours
                    PERFORM AFFICHER_BUDGET_RESTANT

                    MOVE "CDEFOURN" TO cptCle
                    PERFORM PROCHAIN_ID_COMPTEUR
                    MOVE cptValeur TO numeroCdeF
                        MOVE 0 TO cf_prixConvenu
                        MOVE 0 TO cf_statut
                        MOVE 0 TO cf_dateReception
                        MOVE 0 TO cf_dateEnvoi
                        MOVE 0 TO cf_qteConfirmee
                        MOVE 0 TO cf_qteReliquat
                        MOVE 0 TO cf_qteAnnulee
                        MOVE 0 TO cf_dateAR
                        WRITE tamp_fcommandeF
                        END-WRITE
                        MOVE cr_fcommandesF TO statutFichierOp
                        DISPLAY "Aucune ligne, commande abandonnee"
                    END-IF
                    CLOSE fcommandesF

                    *>La commande peut partir chez le fournisseur
                    *>dans la foulée
                    IF nbLignesCdeF > 0 THEN
                        DISPLAY "Transmettre la commande maintenant ",
                            "(1=oui, 2=non) ?"
                        ACCEPT choixTransCdeF
                        IF choixTransCdeF = 1 THEN
                            PERFORM GENERER_TRANSMISSION_CDEF
                        END-IF
                    END-IF
                END-IF.

        *>Cette méthode parcourt l'inventaire et propose une ligne de
        *>commande pour chaque référence dont le stock est au plus
        *>égal au seuil de réappro donné (0 = ne pas commander)
        PREPARER_LIGNES_DEPUIS_REAPPRO.
                PERFORM AFFICHER_BUDGET_RESTANT
                DISPLAY "Seuil de quantite minimum"
                ACCEPT seuilReappro
                PERFORM CHARGER_TRANSFERTS_ATTENDUS
                OPEN INPUT finventaire
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        *>par un transfert, pas par une commande ;
                        *>le seuil propre à la référence prime sur
                        *>le seuil global, et chaque boutique ne
                        *>commande que pour ses propres fiches ; ce
                        *>qui arrive déjà par transfert d'une autre
                        *>boutique n'est pas recommandé
                        PERFORM CHERCHER_TRANSFERT_ATTENDU
                        COMPUTE stockTotalRef =
                            fi_quantite + fi_qteReserve + qteEnTransit
                        IF fi_site = siteLocal OR fi_site = 0 THEN
                        IF fi_stockMini > 0 THEN
                            MOVE fi_stockMini TO seuilEffectif
                            DISPLAY fi_titre, " - rayon : ",
                                fi_quantite, " / reserve : ",
                                fi_qteReserve
                            IF qteEnTransit > 0 THEN
                                DISPLAY "   en transfert : ",
                                    qteEnTransit
                            END-IF
                            *>Le stock cible calcule la quantite a
                            *>proposer quand il est connu
                            IF fi_stockCible > 0 THEN
                        cf_titreComics
                    ACCEPT cf_prixConvenu
                END-PERFORM
                *>La ligne s'impute sur le budget d'achat du mois :
                *>au-delà, elle n'est écrite qu'avec l'accord du
                *>gérant
                COMPUTE buMontant = cf_qteCommandee * cf_prixConvenu
                PERFORM CONTROLER_BUDGET_ACHAT
                IF buAccord = 0 THEN
                    SUBTRACT 1 FROM nbLignesCdeF
                    DISPLAY "Ligne non retenue, budget depasse"
                ELSE
                    MOVE 0 TO cf_statut
                    MOVE 0 TO cf_dateReception
                    MOVE 0 TO cf_dateEnvoi
                    MOVE 0 TO cf_qteConfirmee
                    MOVE 0 TO cf_qteReliquat
                    MOVE 0 TO cf_qteAnnulee
                    MOVE 0 TO cf_dateAR
                    WRITE tamp_fcommandeF
                    END-WRITE
                    MOVE cr_fcommandesF TO statutFichierOp
                    MOVE "ECRITURE LIGNE CDE FOURN"
                        TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    ADD buMontant TO buEnCours
                    PERFORM AFFICHER_BUDGET_RESTANT
                END-IF.

        *>Cette méthode liste les commandes fournisseurs avec leur
        *>statut et le détail commandé/reçu de chaque ligne
                    INVALID KEY
                        MOVE 1 TO finLignesCdeF
                    NOT INVALID KEY
                        *>Les quantités annulées par le fournisseur
                        *>ne sont plus attendues
                        MOVE 0 TO resteARecevoir
                        IF cf_qteRecue + cf_qteAnnulee <
                           cf_qteCommandee THEN
                            COMPUTE resteARecevoir = cf_qteCommandee
                                - cf_qteRecue - cf_qteAnnulee
                        END-IF
                        IF resteARecevoir > 0 THEN
                            DISPLAY cf_titreComics,
                                " - reste a recevoir : ",
                            DISPLAY "Entrez le prix de l'article"
                            ACCEPT fi_prix
                        END-PERFORM
                        MOVE fi_prix TO fi_prixPublic
                        PERFORM WITH TEST AFTER UNTIL fi_tauxTva>0
                            DISPLAY "Entrez le taux de TVA"
                            ACCEPT fi_tauxTva
                            DISPLAY "Entrez le numero de tome"
                            ACCEPT fi_tome
                        END-IF
                        PERFORM SAISIR_RAYON_REFERENCE
                        MOVE SPACES TO fi_dispo
                        MOVE 0 TO fi_dateFlux
                        MOVE 0 TO fi_qteDefectueux
                        WRITE tamp_finventaire
                        END-WRITE
                        MOVE cr_finventaire TO statutFichierOp
                        PERFORM JOURNALISER
                END-READ
                CLOSE finventaire
                *>Les exemplaires livrés partent en rayon avec leur
                *>étiquette
                MOVE "R" TO etiqMotif
                PERFORM ENFILER_ETIQUETTE

                *>La TVA déductible de l'achat reprend le taux de la
                *>référence livrée
                DISPLAY "Achat cree pour ", fa_quantite,
                    " x ", fa_titreComics

                *>Les précommandes en attente sur le titre reçu sont
                *>servies : la liste des clients à prévenir s'affiche
                MOVE fa_titreComics TO precoTitre
                MOVE fa_dateAchat TO precoDate
                PERFORM SIGNALER_PRECOMMANDES_RECUES

                *>Un nouveau tome d'une série suivie vient d'entrer
                *>en stock : les abonnés de la série sont servis
                *>(mise de côté d'un exemplaire chacun) et la liste
                MOVE fi_titre TO abTitreRecu
                IF abSerieRecue NOT = SPACES AND fi_tome > 0 THEN
                    PERFORM TRAITER_ABONNEMENTS_RECEPTION
                END-IF

                *>Puis les clients qui recherchent ce titre, sur ce
                *>qui reste libre après les abonnés
                MOVE fa_titreComics TO rechTitre
                MOVE fa_titreComics TO rechTitreExemplaire
                MOVE 0 TO rechOccasion
                MOVE fa_dateAchat TO rechDate
                PERFORM CONTROLER_RECHERCHES.

        *>Cette méthode recalcule le statut de l'entête de la
        *>commande en cours : soldée si toutes les lignes sont
                        MOVE 1 TO finLignesCdeF
                    NOT INVALID KEY
                        ADD 1 TO lignesCdeFTotal
                        IF cf_qteRecue + cf_qteAnnulee
                           NOT < cf_qteCommandee THEN
                            ADD 1 TO lignesCdeFSoldees
                        END-IF
                        IF cf_qteRecue > 0 THEN
