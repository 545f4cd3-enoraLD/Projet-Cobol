                MOVE 0 TO refQteRayonSaisie
                MOVE 0 TO refQteResSaisie
                MOVE 0 TO refPrixSaisi
                MOVE 0 TO refPrixPublicSaisi
                MOVE 0 TO refTauxSaisi
                MOVE 0 TO refTomeSaisi
                MOVE SPACES TO refRayonSaisi
                MOVE 0 TO abandonSaisie
                MOVE 0 TO saisieValidee
                PERFORM WITH TEST AFTER UNTIL saisieValidee = 1
                        DISPLAY "Le taux de TVA doit etre positif"
                        MOVE 0 TO saisieValidee
                    END-IF
                    IF refRayonSaisi NOT = SPACES AND
                       refRayonSaisi NOT = "0" THEN
                        MOVE refRayonSaisi TO rayCodeVerif
                        PERFORM VERIF_RAYON
                        IF rayonTrouve = 0 THEN
                            DISPLAY "Rayon inconnu"
                            MOVE 0 TO saisieValidee
                        END-IF
                    END-IF
                    IF saisieValidee = 1 THEN
                        DISPLAY "Confirmer (1), corriger (2) ou ",
                            "abandonner (3) ?"
                MOVE 0 TO fi_stockCible
                MOVE 0 TO fi_pmp
                MOVE refPrixSaisi TO fi_prix
                *>Un prix public laissé à 0 reprend le prix de vente
                IF refPrixPublicSaisi = 0 THEN
                        MOVE refPrixSaisi TO fi_prixPublic
                ELSE
                        MOVE refPrixPublicSaisi TO fi_prixPublic
                END-IF
                MOVE refTauxSaisi TO fi_tauxTva
                IF refEanSaisi = "0" THEN
                        MOVE SPACES TO fi_codeEan
                        MOVE refSerieSaisie TO fi_serie
                        MOVE refTomeSaisi TO fi_tome
                END-IF
                IF refRayonSaisi = "0" THEN
                        MOVE SPACES TO fi_rayon
                ELSE
                        MOVE refRayonSaisi TO fi_rayon
                END-IF
                MOVE idRef TO fi_id
                MOVE titreRef TO fi_titre
                OPEN I-O finventaire
                MOVE SPACES TO fi_dispo
                MOVE 0 TO fi_dateFlux
                MOVE 0 TO fi_qteDefectueux
                WRITE tamp_finventaire
                END-WRITE
                MOVE cr_finventaire TO statutFichierOp
                   MOVE tamp_finventaire TO journalAvant
                   MOVE fi_prix TO refPrixSaisi
                   MOVE fi_tauxTva TO refTauxSaisi
                   MOVE fi_prixPublic TO refPrixPublicSaisi
                   PERFORM SAISIR_MODIF_PRIX_FORM
                   IF abandonSaisie = 1 THEN
                       DISPLAY "Modification abandonnee, prix inchange"
                   ELSE
                       MOVE refPrixSaisi TO fi_prix
                       MOVE refTauxSaisi TO fi_tauxTva
                       MOVE refPrixPublicSaisi TO fi_prixPublic
                       *>Réécriture du tampon
                       REWRITE tamp_finventaire
                        INVALID KEY DISPLAY "Erreur de réecriture"
                       MOVE fi_titre TO journalCle
                       MOVE tamp_finventaire TO journalApres
                       PERFORM JOURNALISER
                       MOVE "P" TO etiqMotif
                       PERFORM ENFILER_ETIQUETTE
                       *>Le changement immédiat laisse sa trace
                       *>dans l'historique des tarifs, daté du jour
                       MOVE titreRef TO tp_titre
                    PERFORM INITIALISER_EDITION
                END-IF

                PERFORM CHARGER_TRANSFERTS_ATTENDUS
                OPEN INPUT finventaire
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        MOVE "LECTURE REFERENCE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        *>Un transfert déjà en route vers la boutique
                        *>couvre une partie du manque : cette
                        *>quantité ne doit pas être recommandée
                        PERFORM CHERCHER_TRANSFERT_ATTENDU
                        COMPUTE stockTotalRef =
                            fi_quantite + fi_qteReserve + qteEnTransit
                        *>Chaque boutique prépare son propre
                        *>réappro : les fiches de l'autre site sont
                        *>passées
                                    " reserve:", fi_qteReserve,
                                    " - a regarnir depuis la reserve"
                            END-IF
                            IF qteEnTransit > 0 THEN
                                DISPLAY "   dont ", qteEnTransit,
                                    " en transfert vers la boutique"
                            END-IF
                            IF exportRapport = 1 THEN
                                IF stockTotalRef NOT > seuilEffectif
                                THEN
                                    END-STRING
                                END-IF
                                PERFORM ECRIRE_LIGNE_EDITION
                                IF qteEnTransit > 0 THEN
                                    MOVE SPACES TO tamp_frapport
                                    STRING "   dont " DELIMITED BY SIZE
                                        qteEnTransit DELIMITED BY SIZE
                                        " en transfert vers la "
                                        DELIMITED BY SIZE
                                        "boutique" DELIMITED BY SIZE
                                        INTO tamp_frapport
                                    END-STRING
                                    PERFORM ECRIRE_LIGNE_EDITION
                                END-IF
                            END-IF
                        END-IF
                        END-IF
                                                mv_date, " : ",
                                                mv_ecart,
                                                " (retour fournisseur)"
                                        WHEN 5
                                            DISPLAY "Ajustement du ",
                                                mv_date, " : ",
                                                mv_ecart,
                                                " (echange defectueux)"
                                        WHEN OTHER
                                            DISPLAY "Ajustement du ",
                                                mv_date, " : ",
