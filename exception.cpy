        *>Cette méthode édite, pour une période choisie, le rapport
        *>des exceptions de chaque opérateur : remboursements (dont
        *>ceux sans client), rachats d'occasion, sorties de caisse,
        *>écarts des sessions qu'il a ouvertes et ajustements de
        *>comptage qu'il a saisis ; l'opérateur qui dépasse la
        *>moyenne de l'équipe de plus de excCoefAlerte fois sur l'un
        *>de ces postes est signalé. Les remboursements sont pris à
        *>leur date (celle de la vente d'origine pour les lignes
        *>remboursées avant que la date du retour soit notée) ; les
        *>lignes reprises lors d'un échange n'en sont pas
        RAPPORT_EXCEPTIONS.
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Entrez la date de début de la période ",
                        "(jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO dateDebut
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Entrez la date de fin de la période ",
                        "(jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO dateFin

                MOVE 0 TO nbOperateursExc
                PERFORM CUMULER_EXC_REMBOURSEMENTS
                PERFORM CUMULER_EXC_RACHATS
                PERFORM CUMULER_EXC_SORTIES
                PERFORM CUMULER_EXC_SESSIONS
                PERFORM CUMULER_EXC_AJUSTEMENTS
                PERFORM CALCULER_MOYENNES_EXC

                MOVE 0 TO excNbAlertes
                MOVE "exceptionsOper.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "EXCEPTIONS PAR OPERATEUR" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "Periode du " DELIMITED BY SIZE
                    dateDebut DELIMITED BY SIZE
                    " au " DELIMITED BY SIZE
                    dateFin DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                PERFORM VARYING idxExc FROM 1 BY 1
                        UNTIL idxExc > nbOperateursExc
                    PERFORM EDITER_OPERATEUR_EXC
                END-PERFORM
                PERFORM EDITER_MOYENNES_EXC
                MOVE SPACES TO tamp_frapport
                STRING nbOperateursExc DELIMITED BY SIZE
                    " operateur(s), " DELIMITED BY SIZE
                    excNbAlertes DELIMITED BY SIZE
                    " signalement(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY nbOperateursExc, " operateur(s), ",
                    excNbAlertes, " signalement(s), rapport ecrit ",
                    "dans ", nomRapport.

        *>Retrouve la ligne de l'opérateur excOperateur dans la
        *>table (idxExc), en la créant au premier passage ; au-delà
        *>de la capacité de la table, idxExc vaut 0
        TROUVER_OPERATEUR_EXC.
                MOVE 0 TO trouve
                PERFORM VARYING idxExc FROM 1 BY 1
                        UNTIL idxExc > nbOperateursExc OR trouve = 1
                    IF ex_operateur(idxExc) = excOperateur THEN
                        MOVE 1 TO trouve
                    END-IF
                END-PERFORM
                IF trouve = 1 THEN
                    SUBTRACT 1 FROM idxExc
                ELSE
                    IF nbOperateursExc < 50 THEN
                        ADD 1 TO nbOperateursExc
                        MOVE nbOperateursExc TO idxExc
                        MOVE ZEROS TO exceptionLigne(idxExc)
                        MOVE excOperateur TO ex_operateur(idxExc)
                    ELSE
                        MOVE 0 TO idxExc
                    END-IF
                END-IF.

        *>Remboursements de la période (lignes de vente au statut
        *>3 hors échange, tracées au nom de l'opérateur qui a
        *>remboursé)
        CUMULER_EXC_REMBOURSEMENTS.
                OPEN INPUT fventes
                MOVE 1 TO excFin
                PERFORM WITH TEST AFTER UNTIL excFin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO excFin
                    NOT AT END
                        IF fv_dateRetour > 0 THEN
                            MOVE fv_dateRetour TO excDateRemb
                        ELSE
                            MOVE fv_dateVente TO excDateRemb
                        END-IF
                        IF fv_statut = 3 AND fv_ticketEchange = 0 AND
                           excDateRemb NOT < dateDebut AND
                           excDateRemb NOT > dateFin THEN
                            MOVE fv_operateur TO excOperateur
                            PERFORM TROUVER_OPERATEUR_EXC
                            IF idxExc > 0 THEN
                                COMPUTE venteMontantTotal =
                                    fv_prixVente * fv_quantite
                                ADD 1 TO ex_nbRemb(idxExc)
                                ADD venteMontantTotal
                                    TO ex_mtRemb(idxExc)
                                IF fv_client = 0 THEN
                                    ADD 1 TO ex_nbRembAnonyme(idxExc)
                                    ADD venteMontantTotal
                                        TO ex_mtRembAnonyme(idxExc)
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fventes.

        *>Rachats d'occasion au comptoir de la période
        CUMULER_EXC_RACHATS.
                OPEN INPUT frachatsOcc
                MOVE 1 TO excFin
                PERFORM WITH TEST AFTER UNTIL excFin = 0
                    READ frachatsOcc NEXT
                    AT END MOVE 0 TO excFin
                    NOT AT END
                        IF rc_date NOT < dateDebut AND
                           rc_date NOT > dateFin THEN
                            MOVE rc_operateur TO excOperateur
                            PERFORM TROUVER_OPERATEUR_EXC
                            IF idxExc > 0 THEN
                                ADD 1 TO ex_nbRachats(idxExc)
                                ADD rc_prixPaye TO ex_mtRachats(idxExc)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE frachatsOcc.

        *>Sorties de caisse (petite caisse) de la période
        CUMULER_EXC_SORTIES.
                OPEN INPUT fsortiesCaisse
                MOVE 1 TO excFin
                PERFORM WITH TEST AFTER UNTIL excFin = 0
                    READ fsortiesCaisse NEXT
                    AT END MOVE 0 TO excFin
                    NOT AT END
                        IF sc_date NOT < dateDebut AND
                           sc_date NOT > dateFin THEN
                            MOVE sc_operateur TO excOperateur
                            PERFORM TROUVER_OPERATEUR_EXC
                            IF idxExc > 0 THEN
                                ADD 1 TO ex_nbSorties(idxExc)
                                ADD sc_montant TO ex_mtSorties(idxExc)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fsortiesCaisse.

        *>Ecarts de clôture des sessions ouvertes dans la période,
        *>imputés à l'opérateur qui a ouvert la session
        CUMULER_EXC_SESSIONS.
                OPEN INPUT fcaisse
                MOVE 1 TO excFin
                PERFORM WITH TEST AFTER UNTIL excFin = 0
                    READ fcaisse NEXT
                    AT END MOVE 0 TO excFin
                    NOT AT END
                        IF cs_statut = 1 AND
                           cs_dateOuverture NOT < dateDebut AND
                           cs_dateOuverture NOT > dateFin THEN
                            MOVE cs_operateur TO excOperateur
                            PERFORM TROUVER_OPERATEUR_EXC
                            IF idxExc > 0 THEN
                                ADD 1 TO ex_nbSessions(idxExc)
                                ADD cs_ecart TO ex_ecart(idxExc)
                                IF cs_ecart < 0 THEN
                                    SUBTRACT cs_ecart
                                        FROM ex_manque(idxExc)
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fcaisse.

        *>Ajustements de stock saisis au comptage dans la période
        *>(casse, vol, erreur de saisie ; les retours fournisseurs
        *>ne sont pas des ajustements)
        CUMULER_EXC_AJUSTEMENTS.
                OPEN INPUT fmouvements
                MOVE 1 TO excFin
                PERFORM WITH TEST AFTER UNTIL excFin = 0
                    READ fmouvements NEXT
                    AT END MOVE 0 TO excFin
                    NOT AT END
                        IF mv_motif NOT = 4 AND mv_motif NOT = 5 AND
                           mv_date NOT < dateDebut AND
                           mv_date NOT > dateFin THEN
                            MOVE mv_operateur TO excOperateur
                            PERFORM TROUVER_OPERATEUR_EXC
                            IF idxExc > 0 THEN
                                ADD 1 TO ex_nbAjust(idxExc)
                                IF mv_ecart < 0 THEN
                                    SUBTRACT mv_ecart
                                        FROM ex_qteAjust(idxExc)
                                ELSE
                                    ADD mv_ecart
                                        TO ex_qteAjust(idxExc)
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fmouvements.

        *>Moyennes de l'équipe sur les postes surveillés
        CALCULER_MOYENNES_EXC.
                MOVE 0 TO excMoyRemb
                MOVE 0 TO excMoyRembAnonyme
                MOVE 0 TO excMoyRachats
                MOVE 0 TO excMoySorties
                MOVE 0 TO excMoyManque
                MOVE 0 TO excMoyAjust
                PERFORM VARYING idxExc FROM 1 BY 1
                        UNTIL idxExc > nbOperateursExc
                    ADD ex_mtRemb(idxExc) TO excMoyRemb
                    ADD ex_mtRembAnonyme(idxExc) TO excMoyRembAnonyme
                    ADD ex_mtRachats(idxExc) TO excMoyRachats
                    ADD ex_mtSorties(idxExc) TO excMoySorties
                    ADD ex_manque(idxExc) TO excMoyManque
                    ADD ex_nbAjust(idxExc) TO excMoyAjust
                END-PERFORM
                IF nbOperateursExc > 0 THEN
                    COMPUTE excMoyRemb ROUNDED =
                        excMoyRemb / nbOperateursExc
                    COMPUTE excMoyRembAnonyme ROUNDED =
                        excMoyRembAnonyme / nbOperateursExc
                    COMPUTE excMoyRachats ROUNDED =
                        excMoyRachats / nbOperateursExc
                    COMPUTE excMoySorties ROUNDED =
                        excMoySorties / nbOperateursExc
                    COMPUTE excMoyManque ROUNDED =
                        excMoyManque / nbOperateursExc
                    COMPUTE excMoyAjust ROUNDED =
                        excMoyAjust / nbOperateursExc
                END-IF.

        *>Bloc de l'opérateur idxExc : nom, postes, signalements
        EDITER_OPERATEUR_EXC.
                MOVE SPACES TO op_nom
                OPEN INPUT foperateurs
                MOVE ex_operateur(idxExc) TO op_code
                READ foperateurs
                    INVALID KEY
                        IF ex_operateur(idxExc) = 0 THEN
                            MOVE "(non identifie)" TO op_nom
                        END-IF
                END-READ
                CLOSE foperateurs
                MOVE SPACES TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                STRING "Operateur " DELIMITED BY SIZE
                    ex_operateur(idxExc) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    op_nom DELIMITED BY "  "
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE ex_mtRemb(idxExc) TO prixEdite
                MOVE ex_mtRembAnonyme(idxExc) TO prixEdite2
                MOVE SPACES TO tamp_frapport
                STRING "  Remboursements : " DELIMITED BY SIZE
                    ex_nbRemb(idxExc) DELIMITED BY SIZE
                    " pour " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR, dont sans client : " DELIMITED BY SIZE
                    ex_nbRembAnonyme(idxExc) DELIMITED BY SIZE
                    " pour " DELIMITED BY SIZE
                    prixEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE ex_mtRachats(idxExc) TO prixEdite
                MOVE ex_mtSorties(idxExc) TO prixEdite2
                MOVE SPACES TO tamp_frapport
                STRING "  Rachats : " DELIMITED BY SIZE
                    ex_nbRachats(idxExc) DELIMITED BY SIZE
                    " pour " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR   Sorties de caisse : " DELIMITED BY SIZE
                    ex_nbSorties(idxExc) DELIMITED BY SIZE
                    " pour " DELIMITED BY SIZE
                    prixEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE ex_ecart(idxExc) TO excEcartEdite
                MOVE ex_manque(idxExc) TO prixEdite
                MOVE SPACES TO tamp_frapport
                STRING "  Sessions ouvertes : " DELIMITED BY SIZE
                    ex_nbSessions(idxExc) DELIMITED BY SIZE
                    "  ecart net " DELIMITED BY SIZE
                    excEcartEdite DELIMITED BY SIZE
                    " EUR, manques " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE SPACES TO tamp_frapport
                STRING "  Ajustements de comptage : " DELIMITED BY SIZE
                    ex_nbAjust(idxExc) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    ex_qteAjust(idxExc) DELIMITED BY SIZE
                    " exemplaires)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                IF ex_mtRemb(idxExc) > excMoyRemb * excCoefAlerte
                   AND ex_mtRemb(idxExc) > 0 THEN
                    MOVE "remboursements" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF
                IF ex_mtRembAnonyme(idxExc) >
                   excMoyRembAnonyme * excCoefAlerte
                   AND ex_mtRembAnonyme(idxExc) > 0 THEN
                    MOVE "remboursements sans client" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF
                IF ex_mtRachats(idxExc) > excMoyRachats * excCoefAlerte
                   AND ex_mtRachats(idxExc) > 0 THEN
                    MOVE "rachats d'occasion" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF
                IF ex_mtSorties(idxExc) > excMoySorties * excCoefAlerte
                   AND ex_mtSorties(idxExc) > 0 THEN
                    MOVE "sorties de caisse" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF
                IF ex_manque(idxExc) > excMoyManque * excCoefAlerte
                   AND ex_manque(idxExc) > 0 THEN
                    MOVE "manques de caisse" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF
                IF ex_nbAjust(idxExc) > excMoyAjust * excCoefAlerte
                   AND ex_nbAjust(idxExc) > 0 THEN
                    MOVE "ajustements de comptage" TO excAlerte
                    PERFORM SIGNALER_OPERATEUR_EXC
                END-IF.

        *>Ligne de signalement du poste excAlerte
        SIGNALER_OPERATEUR_EXC.
                ADD 1 TO excNbAlertes
                MOVE SPACES TO tamp_frapport
                STRING "  ** A EXAMINER : " DELIMITED BY SIZE
                    excAlerte DELIMITED BY "  "
                    " tres au-dessus de la moyenne de l'equipe"
                    DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Rappel des moyennes de l'équipe en fin de rapport
        EDITER_MOYENNES_EXC.
                MOVE SPACES TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE excMoyRemb TO prixEdite
                MOVE excMoyRembAnonyme TO prixEdite2
                STRING "Moyenne equipe : remboursements "
                    DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR, sans client " DELIMITED BY SIZE
                    prixEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE excMoyRachats TO prixEdite
                MOVE excMoySorties TO prixEdite2
                MOVE SPACES TO tamp_frapport
                STRING "  rachats " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR, sorties " DELIMITED BY SIZE
                    prixEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE excMoyManque TO prixEdite
                MOVE excMoyAjust TO remiseEditee
                MOVE SPACES TO tamp_frapport
                STRING "  manques " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR, ajustements " DELIMITED BY SIZE
                    remiseEditee DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
