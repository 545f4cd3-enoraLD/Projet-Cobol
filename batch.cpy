                            PERFORM DECLARATION_TVA_TRAITEMENT
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "LOILANG"
                        MOVE jobParam1 TO dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 1 THEN
                            PERFORM CONVERTIR_DATE_TRI
                            MOVE dateTri TO dateDebut
                            MOVE jobParam2 TO dateSaisie
                            PERFORM VALIDER_FORMAT_DATE
                        END-IF
                        IF dateValide = 0 THEN
                            MOVE "ECHEC periode invalide"
                                TO jobResultat
                        ELSE
                            PERFORM CONVERTIR_DATE_TRI
                            MOVE dateTri TO dateFin
                            PERFORM RAPPORT_LOI_LANG_TRAITEMENT
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "SCEAUX"
                        PERFORM VERIFIER_CHAINE_SCEAUX_TRAITEMENT
                        IF verifNbAnomalies = 0 THEN
                            MOVE "OK" TO jobResultat
                        ELSE
                            MOVE "ECHEC chaine des sceaux rompue"
                                TO jobResultat
                        END-IF
                    WHEN "FACTURES"
                        PERFORM REGISTRE_FACTURES_TRAITEMENT
                        IF factNbTrous = 0 THEN
                            MOVE "OK" TO jobResultat
                        ELSE
                            MOVE "ECHEC trou dans les factures"
                                TO jobResultat
                        END-IF
                    WHEN "NOTIFS"
                        PERFORM PREPARER_NOTIFICATIONS
                        PERFORM EXPORTER_NOTIFICATIONS
                        MOVE "OK" TO jobResultat
                    WHEN "ETIQUETTES"
                        MOVE siteLocal TO etiqSite
                        PERFORM IMPRIMER_ETIQUETTES
                        MOVE "OK" TO jobResultat
                    WHEN "FLUXBIBLIO"
                        *>Fichier du flux en premier paramètre,
                        *>"1" en second s'il porte une ligne d'entête
                        MOVE jobParam1 TO nomImport
                        IF nomImport = SPACES THEN
                            MOVE "fluxBiblio.csv" TO nomImport
                        END-IF
                        IF jobParam2 = "1" THEN
                            MOVE 1 TO entetePresente
                        ELSE
                            MOVE 2 TO entetePresente
                        END-IF
                        PERFORM IMPORTER_FLUX_BIBLIO_TRAITEMENT
                        IF fluxFichierOk = 1 THEN
                            MOVE "OK" TO jobResultat
                        ELSE
                            MOVE "ECHEC fichier du flux absent"
                                TO jobResultat
                        END-IF
                    WHEN "STOCKWEB"
                        PERFORM EXPORTER_STOCK_WEB_TRAITEMENT
                        MOVE "OK" TO jobResultat
                    WHEN "COMMANDESWEB"
                        *>Fichier des commandes en premier paramètre,
                        *>"1" en second s'il porte une ligne d'entête
                        MOVE jobParam1 TO nomImport
                        IF nomImport = SPACES THEN
                            MOVE "commandesWeb.csv" TO nomImport
                        END-IF
                        IF jobParam2 = "1" THEN
                            MOVE 1 TO entetePresente
                        ELSE
                            MOVE 2 TO entetePresente
                        END-IF
                        PERFORM IMPORTER_COMMANDES_WEB_TRAITEMENT
                        IF webFichierOk = 1 THEN
                            MOVE "OK" TO jobResultat
                        ELSE
                            MOVE "ECHEC fichier des commandes absent"
                                TO jobResultat
                        END-IF
                    WHEN "BUDGET"
                        *>Budget d'achat contre réalisé d'un mois
                        *>(aaaamm), passé en fin de mois
                        MOVE jobParam1 TO montantTexte
                        PERFORM PARSER_ENTIER_IMPORT
                        IF montantValide = 0 OR
                           valeurEntiere < 200001 OR
                           valeurEntiere > 999912 THEN
                            MOVE "ECHEC mois invalide" TO jobResultat
                        ELSE
                            MOVE valeurEntiere TO buMois
                            PERFORM RAPPORT_BUDGET_TRAITEMENT
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "EQUILIBRAGE"
                        *>Propositions de transferts entre boutiques
                        *>(mois d'historique, 2 par défaut) : le
                        *>gérant les valide ensuite au menu des sites
                        MOVE 2 TO eqNbMois
                        MOVE 4 TO eqCouverture
                        IF jobParam1 NOT = SPACES THEN
                            MOVE jobParam1 TO montantTexte
                            PERFORM PARSER_ENTIER_IMPORT
                            IF montantValide = 1 AND
                               valeurEntiere > 0 AND
                               valeurEntiere < 100 THEN
                                MOVE valeurEntiere TO eqNbMois
                            END-IF
                        END-IF
                        PERFORM EQUILIBRAGE_TRAITEMENT
                        MOVE "OK" TO jobResultat
                    WHEN "HORSLIGNE"
                        *>Préparation de la caisse à une coupure :
                        *>copie des prix du site, et nouveau bloc
                        *>d'ids (50 tickets par défaut) quand le bloc
                        *>en cours passe sous les 10 tickets
                        MOVE 50 TO hlNbTickets
                        IF jobParam1 NOT = SPACES THEN
                            MOVE jobParam1 TO montantTexte
                            PERFORM PARSER_ENTIER_IMPORT
                            IF montantValide = 1 AND
                               valeurEntiere > 0 AND
                               valeurEntiere < 10000 THEN
                                MOVE valeurEntiere TO hlNbTickets
                            END-IF
                        END-IF
                        PERFORM TESTER_FICHIERS_PARTAGES
                        IF partageAccessible = 0 THEN
                            MOVE "ECHEC fichiers partages inaccessibles"
                                TO jobResultat
                        ELSE
                            PERFORM LIRE_BLOC_HORS_LIGNE
                            MOVE 0 TO hlNouveauBloc
                            IF hlTicketsRestants < 10 THEN
                                MOVE 1 TO hlNouveauBloc
                            END-IF
                            PERFORM PREPARER_HORS_LIGNE_TRAITEMENT
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "REJEUHL"
                        *>Rejeu des tickets encaissés hors ligne,
                        *>conflits dans exceptionsHL.txt
                        PERFORM REJEU_HORS_LIGNE_TRAITEMENT
                        IF partageAccessible = 0 THEN
                            MOVE "ECHEC fichiers partages inaccessibles"
                                TO jobResultat
                        ELSE
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "STOCKDATE"
                        *>Position et valeur du stock à une date
                        *>passée, éditée dans stockDate.txt
                        MOVE jobParam1 TO dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            MOVE "ECHEC date invalide"
                                TO jobResultat
                        ELSE
                            PERFORM CONVERTIR_DATE_TRI
                            MOVE dateTri TO pdDate
                            ACCEPT pdDateJour FROM DATE YYYYMMDD
                            IF pdDate NOT < pdDateJour THEN
                                MOVE "ECHEC date non passee"
                                    TO jobResultat
                            ELSE
                                PERFORM POSITION_DATE_TRAITEMENT
                                MOVE "OK" TO jobResultat
                            END-IF
                        END-IF
                    WHEN "DEROGATIONS"
                        *>Rapport des dérogations du gérant, du jour
                        *>donné en premier paramètre au jour donné en
                        *>second (le même jour à défaut)
                        MOVE jobParam1 TO dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 1 THEN
                            PERFORM CONVERTIR_DATE_TRI
                            MOVE dateTri TO dgDateDebut
                            MOVE dateTri TO dgDateFin
                            IF jobParam2 NOT = SPACES THEN
                                MOVE jobParam2 TO dateSaisie
                                PERFORM VALIDER_FORMAT_DATE
                                IF dateValide = 1 THEN
                                    PERFORM CONVERTIR_DATE_TRI
                                    MOVE dateTri TO dgDateFin
                                END-IF
                            END-IF
                        END-IF
                        IF dateValide = 0 THEN
                            MOVE "ECHEC date invalide"
                                TO jobResultat
                        ELSE
                            PERFORM RAPPORT_DEROGATIONS_TRAITEMENT
                            MOVE "OK" TO jobResultat
                        END-IF
                    WHEN "EXPIRPOINTS"
                        *>Passage mensuel d'expiration des points
                        PERFORM EXPIRER_POINTS_TRAITEMENT
                        MOVE "OK" TO jobResultat
                    WHEN OTHER
                        MOVE "ECHEC travail inconnu" TO jobResultat
                END-EVALUATE
