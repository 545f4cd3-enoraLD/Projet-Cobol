        *>Cette méthode propose au gérant la gestion des pointages
        *>du personnel : son propre pointage, état des heures du
        *>mois, correction d'un pointage, export pour le cabinet de
        *>paie et confrontation de l'effectif pointé à l'affluence
        GERER_POINTAGES.
                MOVE 0 TO choixMenuPointage
                PERFORM WITH TEST AFTER UNTIL choixMenuPointage = 0
                        DISPLAY "   -- POINTAGE DU PERSONNEL --"
                        DISPLAY "      -Pointer arrivee/depart (1)"
                        DISPLAY "      -Heures du mois (2)"
                        DISPLAY "      -Corriger un pointage (3)"
                        DISPLAY "      -Export pour la paie (4)"
                        DISPLAY "      -Effectif et affluence (5)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuPointage
                        EVALUATE choixMenuPointage
                            WHEN 1
                                PERFORM POINTER_PRESENCE
                            WHEN 2
                                MOVE 0 TO pgModeExport
                                PERFORM EDITER_HEURES_PERSONNEL
                            WHEN 3
                                PERFORM CORRIGER_POINTAGE
                            WHEN 4
                                MOVE 1 TO pgModeExport
                                PERFORM EDITER_HEURES_PERSONNEL
                            WHEN 5
                                PERFORM RAPPORT_EFFECTIF_AFFLUENCE
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode pointe l'opérateur connecté : départ s'il a
        *>une arrivée du jour non soldée, arrivée sinon
        POINTER_PRESENCE.
                MOVE operateurConnecte TO pgOperateur
                ACCEPT pgDate FROM DATE YYYYMMDD
                ACCEPT pgHeureTemps FROM TIME
                MOVE pgHeureTemps(1:4) TO pgHeure
                PERFORM CHERCHER_POINTAGE_OUVERT
                IF pgOuvert = 1 THEN
                    PERFORM ECRIRE_DEPART_POINTAGE
                ELSE
                    PERFORM ECRIRE_ARRIVEE_POINTAGE
                END-IF.

        *>Proposé à la connexion : l'opérateur qui n'est pas déjà
        *>pointé présent aujourd'hui peut pointer son arrivée
        PROPOSER_POINTAGE_ARRIVEE.
                MOVE operateurConnecte TO pgOperateur
                ACCEPT pgDate FROM DATE YYYYMMDD
                PERFORM CHERCHER_POINTAGE_OUVERT
                IF pgOuvert = 0 THEN
                    DISPLAY "Pointer votre arrivee (1=oui, 2=non) ?"
                    ACCEPT pgReponse
                    IF pgReponse = 1 THEN
                        ACCEPT pgHeureTemps FROM TIME
                        MOVE pgHeureTemps(1:4) TO pgHeure
                        PERFORM ECRIRE_ARRIVEE_POINTAGE
                    END-IF
                END-IF.

        *>Cherche une arrivée non soldée de pgOperateur le jour
        *>pgDate : pgOuvert = 1 et pgEntree = son heure d'arrivée
        CHERCHER_POINTAGE_OUVERT.
                MOVE 0 TO pgOuvert
                OPEN INPUT fpointages
                MOVE pgOperateur TO pg_operateur
                MOVE pgDate TO pg_date
                MOVE 0 TO pg_heureEntree
                MOVE 1 TO pgFin
                START fpointages KEY IS NOT LESS THAN pg_cle
                    INVALID KEY MOVE 0 TO pgFin
                END-START
                PERFORM UNTIL pgFin = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO pgFin
                    NOT AT END
                        IF pg_operateur NOT = pgOperateur OR
                           pg_date NOT = pgDate THEN
                            MOVE 0 TO pgFin
                        ELSE
                            IF pg_heureSortie = 0 THEN
                                MOVE 1 TO pgOuvert
                                MOVE pg_heureEntree TO pgEntree
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fpointages.

        *>Enregistre l'arrivée de pgOperateur à pgHeure
        ECRIRE_ARRIVEE_POINTAGE.
                MOVE pgOperateur TO pg_operateur
                MOVE pgDate TO pg_date
                MOVE pgHeure TO pg_heureEntree
                MOVE 0 TO pg_heureSortie
                MOVE siteLocal TO pg_site
                MOVE 0 TO pg_corrige
                MOVE 0 TO pg_correcteur
                OPEN I-O fpointages
                WRITE tamp_fpointage
                    INVALID KEY
                        DISPLAY "Arrivee deja pointee a cette heure"
                    NOT INVALID KEY
                        DISPLAY "Arrivee pointee a ", pgHeure(1:2),
                            "h", pgHeure(3:2)
                END-WRITE
                CLOSE fpointages.

        *>Solde l'arrivée pgEntree de pgOperateur par un départ à
        *>pgHeure
        ECRIRE_DEPART_POINTAGE.
                OPEN I-O fpointages
                MOVE pgOperateur TO pg_operateur
                MOVE pgDate TO pg_date
                MOVE pgEntree TO pg_heureEntree
                READ fpointages
                    INVALID KEY
                        DISPLAY "Pointage d'arrivee introuvable"
                    NOT INVALID KEY
                        MOVE pgHeure TO pg_heureSortie
                        REWRITE tamp_fpointage
                         INVALID KEY
                           DISPLAY "Erreur de maj du pointage"
                        END-REWRITE
                        MOVE cr_fpointages TO statutFichierOp
                        MOVE "MAJ POINTAGE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        DISPLAY "Depart pointe a ", pgHeure(1:2),
                            "h", pgHeure(3:2), " (arrivee a ",
                            pgEntree(1:2), "h", pgEntree(3:2), ")"
                END-READ
                CLOSE fpointages.

        *>Contrôle une heure saisie au format hhmm (pgHeure)
        VALIDER_HEURE_POINTAGE.
                MOVE 1 TO pgHeureValide
                IF pgHeure(1:2) > "23" OR pgHeure(3:2) > "59" THEN
                    MOVE 0 TO pgHeureValide
                    DISPLAY "Heure invalide, attendu hhmm"
                END-IF.

        *>Cette méthode permet au gérant de corriger un pointage
        *>(oubli de départ, erreur d'heure) ou d'en saisir un
        *>manquant ; la fiche est marquée corrigée avec le code du
        *>gérant et l'avant/après part au journal
        CORRIGER_POINTAGE.
                DISPLAY "Code de l'operateur ?"
                ACCEPT pgOperateur
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Date du pointage (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO pgDate
                DISPLAY "Heure d'arrivee enregistree (hhmm, ",
                    "0 pour saisir un pointage manquant) ?"
                ACCEPT pgEntree
                MOVE SPACES TO journalAvant
                MOVE 1 TO pgOuvert
                OPEN I-O fpointages
                IF pgEntree NOT = 0 THEN
                    MOVE pgOperateur TO pg_operateur
                    MOVE pgDate TO pg_date
                    MOVE pgEntree TO pg_heureEntree
                    READ fpointages
                        INVALID KEY
                            DISPLAY "Pointage introuvable"
                            MOVE 0 TO pgOuvert
                        NOT INVALID KEY
                            DISPLAY "Arrivee ", pg_heureEntree,
                                " depart ", pg_heureSortie
                            MOVE tamp_fpointage TO journalAvant
                    END-READ
                END-IF
                IF pgOuvert = 1 THEN
                    PERFORM WITH TEST AFTER UNTIL pgHeureValide = 1
                        DISPLAY "Heure d'arrivee (hhmm) ?"
                        ACCEPT pgHeure
                        PERFORM VALIDER_HEURE_POINTAGE
                    END-PERFORM
                    MOVE pgHeure TO pgNouvelleEntree
                    PERFORM WITH TEST AFTER UNTIL pgHeureValide = 1
                        DISPLAY "Heure de depart (hhmm, 0 si ",
                            "encore present) ?"
                        ACCEPT pgHeure
                        PERFORM VALIDER_HEURE_POINTAGE
                        IF pgHeureValide = 1 AND pgHeure NOT = 0
                           AND pgHeure NOT > pgNouvelleEntree THEN
                            DISPLAY "Le depart doit suivre l'arrivee"
                            MOVE 0 TO pgHeureValide
                        END-IF
                    END-PERFORM
                    MOVE pgHeure TO pg_heureSortie
                    MOVE 1 TO pg_corrige
                    MOVE operateurConnecte TO pg_correcteur
                    IF pgEntree = 0 THEN
                        MOVE siteLocal TO pg_site
                    END-IF
                    *>La clé porte l'heure d'arrivée : si elle
                    *>change, la nouvelle fiche est écrite avant que
                    *>l'ancienne soit retirée
                    IF pgEntree NOT = 0 AND
                       pgNouvelleEntree = pgEntree THEN
                        REWRITE tamp_fpointage
                         INVALID KEY
                           MOVE 0 TO pgOuvert
                        END-REWRITE
                    ELSE
                        MOVE pgOperateur TO pg_operateur
                        MOVE pgDate TO pg_date
                        MOVE pgNouvelleEntree TO pg_heureEntree
                        WRITE tamp_fpointage
                            INVALID KEY
                                DISPLAY "Un pointage existe deja a ",
                                    "cette heure d'arrivee"
                                MOVE 0 TO pgOuvert
                        END-WRITE
                        IF pgOuvert = 1 AND pgEntree NOT = 0 THEN
                            MOVE pgEntree TO pg_heureEntree
                            DELETE fpointages RECORD
                                INVALID KEY
                                    DISPLAY "Erreur de suppression ",
                                        "de l'ancien pointage"
                            END-DELETE
                            MOVE pgNouvelleEntree TO pg_heureEntree
                        END-IF
                    END-IF
                    MOVE cr_fpointages TO statutFichierOp
                    MOVE "CORRECTION POINTAGE" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    IF pgOuvert = 1 THEN
                        DISPLAY "Pointage enregistre"
                        MOVE "POINTAGES" TO journalFichier
                        MOVE "CORRECTION" TO journalOperation
                        MOVE pg_cle TO journalCle
                        MOVE tamp_fpointage TO journalApres
                        PERFORM JOURNALISER
                    END-IF
                END-IF
                CLOSE fpointages.

        *>Cette méthode totalise les heures pointées d'un mois par
        *>opérateur et par jour : état paginé heuresPersonnel.txt
        *>(pgModeExport = 0) ou fichier exportPaie.csv pour le
        *>cabinet de paie (pgModeExport = 1, une ligne par jour
        *>puis une ligne de total par opérateur) ; une arrivée sans
        *>départ ne compte pour rien et est signalée
        EDITER_HEURES_PERSONNEL.
                DISPLAY "Mois a traiter (aaaamm) ?"
                ACCEPT pgMois
                MOVE 0 TO pgOperateurCourant
                MOVE 0 TO pgDateCourante
                MOVE 0 TO pgMinutesJour
                MOVE 0 TO pgMinutesMois
                MOVE 0 TO pgJoursMois
                MOVE 0 TO pgOuvert
                IF pgModeExport = 1 THEN
                    MOVE "exportPaie.csv" TO nomRapport
                    OPEN OUTPUT frapport
                    MOVE "CODE;NOM;DATE;MINUTES;HEURES"
                        TO tamp_frapport
                    WRITE tamp_frapport
                ELSE
                    MOVE "heuresPersonnel.txt" TO nomRapport
                    OPEN OUTPUT frapport
                    MOVE SPACES TO rapportTitre
                    STRING "HEURES DU PERSONNEL - " DELIMITED BY SIZE
                        pgMois DELIMITED BY SIZE
                        INTO rapportTitre
                    END-STRING
                    MOVE "OPERATEUR / JOUR          HEURES"
                        TO rapportColonnes
                    MOVE 0 TO nbLignesEdition
                    PERFORM INITIALISER_EDITION
                END-IF
                OPEN INPUT fpointages
                MOVE 1 TO pgFin
                PERFORM WITH TEST AFTER UNTIL pgFin = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO pgFin
                    NOT AT END
                        IF pg_date(1:6) = pgMois THEN
                            PERFORM CUMULER_POINTAGE_MOIS
                        END-IF
                END-PERFORM
                CLOSE fpointages
                PERFORM CLORE_JOUR_POINTAGE
                PERFORM CLORE_OPERATEUR_POINTAGE
                IF pgModeExport = 1 THEN
                    CLOSE frapport
                ELSE
                    MOVE SPACES TO tamp_frapport
                    STRING "Fin de l'etat des heures de " DELIMITED
                        BY SIZE
                        pgMois DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM PIED_EDITION
                    CLOSE frapport
                END-IF
                DISPLAY "Heures de ", pgMois, " ecrites dans ",
                    nomRapport.

        *>Pointage courant du mois : ruptures sur l'opérateur puis
        *>sur le jour (les fiches arrivent dans l'ordre de la clé)
        CUMULER_POINTAGE_MOIS.
                IF pg_operateur NOT = pgOperateurCourant THEN
                    PERFORM CLORE_JOUR_POINTAGE
                    PERFORM CLORE_OPERATEUR_POINTAGE
                    MOVE pg_operateur TO pgOperateurCourant
                    MOVE pg_operateur TO pgOperateur
                    PERFORM LIRE_NOM_POINTAGE
                    IF pgModeExport = 0 THEN
                        MOVE SPACES TO tamp_frapport
                        STRING pgOperateur DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            pgNom DELIMITED BY "  "
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                    END-IF
                ELSE
                    IF pg_date NOT = pgDateCourante THEN
                        PERFORM CLORE_JOUR_POINTAGE
                    END-IF
                END-IF
                MOVE pg_date TO pgDateCourante
                IF pg_heureSortie = 0 OR
                   pg_heureSortie NOT > pg_heureEntree THEN
                    MOVE 1 TO pgOuvert
                ELSE
                    PERFORM CALCULER_DUREE_POINTAGE
                    ADD pgMinutes TO pgMinutesJour
                END-IF.

        *>Durée en minutes (pgMinutes) du pointage courant, avec
        *>ses bornes en minutes depuis minuit (pgMinDebut, pgMinFin)
        CALCULER_DUREE_POINTAGE.
                COMPUTE pgTrancheDebut = pg_heureEntree / 100
                COMPUTE pgMinDebut = pgTrancheDebut * 60
                    + pg_heureEntree - pgTrancheDebut * 100
                COMPUTE pgTrancheFin = pg_heureSortie / 100
                COMPUTE pgMinFin = pgTrancheFin * 60
                    + pg_heureSortie - pgTrancheFin * 100
                COMPUTE pgMinutes = pgMinFin - pgMinDebut.

        *>Ligne du jour qui vient d'être totalisé
        CLORE_JOUR_POINTAGE.
                IF pgDateCourante NOT = 0 THEN
                    ADD pgMinutesJour TO pgMinutesMois
                    ADD 1 TO pgJoursMois
                    MOVE pgMinutesJour TO pgMinutes
                    PERFORM ECRIRE_LIGNE_HEURES
                    MOVE 0 TO pgMinutesJour
                    MOVE 0 TO pgOuvert
                    MOVE 0 TO pgDateCourante
                END-IF.

        *>Ligne de total du mois de l'opérateur qui vient d'être
        *>totalisé
        CLORE_OPERATEUR_POINTAGE.
                IF pgOperateurCourant NOT = 0 THEN
                    MOVE pgMinutesMois TO pgMinutes
                    MOVE 0 TO pgDateCourante
                    PERFORM ECRIRE_LIGNE_HEURES
                    MOVE 0 TO pgMinutesMois
                    MOVE 0 TO pgJoursMois
                    MOVE 0 TO pgOperateurCourant
                END-IF.

        *>Ecrit pgMinutes pour le jour pgDateCourante, ou le total
        *>du mois quand pgDateCourante vaut 0
        ECRIRE_LIGNE_HEURES.
                DIVIDE pgMinutes BY 60 GIVING pgHeuresEdite
                    REMAINDER pgMinEdite
                MOVE SPACES TO tamp_frapport
                IF pgModeExport = 1 THEN
                    COMPUTE pgDecimal ROUNDED = pgMinutes / 60
                    MOVE pgDecimal TO pgDecimalEdite
                    IF pgDateCourante = 0 THEN
                        STRING pgOperateur DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgNom DELIMITED BY "  "
                            ";TOTAL " DELIMITED BY SIZE
                            pgMois DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgMinutes DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgDecimalEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    ELSE
                        STRING pgOperateur DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgNom DELIMITED BY "  "
                            ";" DELIMITED BY SIZE
                            pgDateCourante DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgMinutes DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            pgDecimalEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    END-IF
                    WRITE tamp_frapport
                ELSE
                    IF pgDateCourante = 0 THEN
                        STRING "  Total du mois (" DELIMITED BY SIZE
                            pgJoursMois DELIMITED BY SIZE
                            " jours) : " DELIMITED BY SIZE
                            pgHeuresEdite DELIMITED BY SIZE
                            "h" DELIMITED BY SIZE
                            pgMinEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    ELSE
                        MOVE SPACES TO pgMention
                        IF pgOuvert = 1 THEN
                            MOVE "  (depart non pointe)" TO pgMention
                        END-IF
                        STRING "  " DELIMITED BY SIZE
                            pgDateCourante(7:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            pgDateCourante(5:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            pgDateCourante(1:4) DELIMITED BY SIZE
                            "            " DELIMITED BY SIZE
                            pgHeuresEdite DELIMITED BY SIZE
                            "h" DELIMITED BY SIZE
                            pgMinEdite DELIMITED BY SIZE
                            pgMention DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    END-IF
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF.

        *>Nom de l'opérateur pgOperateur (pgNom)
        LIRE_NOM_POINTAGE.
                MOVE SPACES TO pgNom
                OPEN INPUT foperateurs
                MOVE pgOperateur TO op_code
                READ foperateurs
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE op_nom TO pgNom
                END-READ
                CLOSE foperateurs.

        *>Cette méthode confronte, par jour de semaine et par heure,
        *>les heures de présence pointées à l'affluence en caisse
        *>mesurée comme pour RAPPORT_AFFLUENCE (mêmes tickets, même
        *>tri) : une tranche qui fait nettement plus de tickets par
        *>heure de présence que la moyenne de la période manque de
        *>personnel, une tranche qui en fait nettement moins en a
        *>trop ; la tranche 00h, qui reçoit les commandes et les
        *>ventes sans heure, n'est pas jugée
        RAPPORT_EFFECTIF_AFFLUENCE.
                DISPLAY "Site (0 = toutes les boutiques) ?"
                ACCEPT filtreSite
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Debut de la periode (jj/mm/aaaa)"
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
                    DISPLAY "Fin de la periode (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO dateFin

                MOVE ZEROS TO effectifTable
                OPEN INPUT fpointages
                MOVE 1 TO pgFin
                PERFORM WITH TEST AFTER UNTIL pgFin = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO pgFin
                    NOT AT END
                        IF pg_date NOT < dateDebut AND
                           pg_date NOT > dateFin AND
                           pg_heureSortie > pg_heureEntree AND
                           (filtreSite = 0 OR
                            pg_site = filtreSite) THEN
                            PERFORM REPARTIR_POINTAGE_HEURES
                        END-IF
                END-PERFORM
                CLOSE fpointages

                SORT ftri ON ASCENDING KEY tr_cle
                    INPUT PROCEDURE IS AFFLUENCE_ALIMENTER_TRI
                    OUTPUT PROCEDURE IS EFFECTIF_EXPLOITER_TRI

                MOVE 0 TO effTotalMinutes
                MOVE 0 TO effTotalTickets
                PERFORM VARYING idxPgJour FROM 1 BY 1
                        UNTIL idxPgJour > 7
                    PERFORM VARYING idxPgHeure FROM 2 BY 1
                            UNTIL idxPgHeure > 24
                        ADD eff_minutes(idxPgJour, idxPgHeure)
                            TO effTotalMinutes
                        ADD eff_tickets(idxPgJour, idxPgHeure)
                            TO effTotalTickets
                    END-PERFORM
                END-PERFORM
                MOVE 0 TO effRatioMoyen
                IF effTotalMinutes > 0 THEN
                    COMPUTE effRatioMoyen ROUNDED =
                        effTotalTickets * 60 / effTotalMinutes
                END-IF

                MOVE "effectifHeures.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "EFFECTIF POINTE ET AFFLUENCE" TO rapportTitre
                MOVE "JOUR      HEURE  PRESENCE(H)  TICKETS  TICKETS/H"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                PERFORM VARYING idxPgJour FROM 1 BY 1
                        UNTIL idxPgJour > 7
                    PERFORM VARYING idxPgHeure FROM 2 BY 1
                            UNTIL idxPgHeure > 24
                        IF eff_minutes(idxPgJour, idxPgHeure) > 0 OR
                           eff_tickets(idxPgJour, idxPgHeure) > 0
                        THEN
                            PERFORM EDITER_TRANCHE_EFFECTIF
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE effRatioMoyen TO effRatioEdite
                MOVE SPACES TO tamp_frapport
                STRING "Moyenne de la periode : " DELIMITED BY SIZE
                    effRatioEdite DELIMITED BY SIZE
                    " ticket(s) par heure de presence"
                    DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Effectif et affluence ecrits dans ",
                    nomRapport.

        *>Répartit la présence du pointage courant sur les tranches
        *>horaires de son jour de semaine
        REPARTIR_POINTAGE_HEURES.
                MOVE pg_date TO affDate
                PERFORM CALCULER_JOUR_SEMAINE
                PERFORM CALCULER_DUREE_POINTAGE
                COMPUTE pgTrancheDebut = pgMinDebut / 60 + 1
                COMPUTE pgTrancheFin = (pgMinFin - 1) / 60 + 1
                PERFORM VARYING idxPgHeure FROM pgTrancheDebut BY 1
                        UNTIL idxPgHeure > pgTrancheFin
                    PERFORM CUMULER_TRANCHE_POINTAGE
                END-PERFORM.

        *>Minutes de présence du pointage courant dans la tranche
        *>idxPgHeure (heure idxPgHeure - 1)
        CUMULER_TRANCHE_POINTAGE.
                COMPUTE pgMinTranche = (idxPgHeure - 1) * 60
                IF pgMinDebut > pgMinTranche THEN
                    MOVE pgMinDebut TO pgMinTranche
                END-IF
                COMPUTE pgMinutes = idxPgHeure * 60
                IF pgMinFin < pgMinutes THEN
                    MOVE pgMinFin TO pgMinutes
                END-IF
                IF pgMinutes > pgMinTranche THEN
                    COMPUTE eff_minutes(jourSemaineW, idxPgHeure) =
                        eff_minutes(jourSemaineW, idxPgHeure)
                        + pgMinutes - pgMinTranche
                END-IF.

        *>Reprend les fiches de vente triées (clé jour + heure +
        *>ticket) et compte les tickets de chaque tranche
        EFFECTIF_EXPLOITER_TRI.
                MOVE SPACES TO effTicketCourant
                MOVE 0 TO finTri
                PERFORM WITH TEST AFTER UNTIL finTri = 1
                    RETURN ftri
                        AT END
                            MOVE 1 TO finTri
                        NOT AT END
                            IF tr_cle(1:18) NOT = effTicketCourant
                            THEN
                                MOVE tr_cle(1:18) TO effTicketCourant
                                MOVE tr_cle(1:1) TO idxPgJour
                                MOVE tr_cle(2:2) TO idxPgHeure
                                ADD 1 TO idxPgHeure
                                IF idxPgJour > 0 AND idxPgJour < 8
                                   AND idxPgHeure < 25 THEN
                                    ADD 1 TO
                                      eff_tickets(idxPgJour, idxPgHeure)
                                END-IF
                            END-IF
                    END-RETURN
                END-PERFORM.

        *>Ligne de la tranche idxPgJour / idxPgHeure avec l'avis
        EDITER_TRANCHE_EFFECTIF.
                EVALUATE idxPgJour
                    WHEN 1
                        MOVE "Lundi" TO effJourLibelle
                    WHEN 2
                        MOVE "Mardi" TO effJourLibelle
                    WHEN 3
                        MOVE "Mercredi" TO effJourLibelle
                    WHEN 4
                        MOVE "Jeudi" TO effJourLibelle
                    WHEN 5
                        MOVE "Vendredi" TO effJourLibelle
                    WHEN 6
                        MOVE "Samedi" TO effJourLibelle
                    WHEN OTHER
                        MOVE "Dimanche" TO effJourLibelle
                END-EVALUATE
                MOVE SPACES TO effAvis
                MOVE 0 TO effRatio
                IF eff_minutes(idxPgJour, idxPgHeure) = 0 THEN
                    MOVE "SANS PERSONNEL" TO effAvis
                ELSE
                    COMPUTE effRatio ROUNDED =
                        eff_tickets(idxPgJour, idxPgHeure) * 60
                        / eff_minutes(idxPgJour, idxPgHeure)
                    IF effRatio > effRatioMoyen * effCoefEcart THEN
                        MOVE "SOUS-EFFECTIF" TO effAvis
                    END-IF
                    IF effRatio < effRatioMoyen / effCoefEcart THEN
                        MOVE "SUR-EFFECTIF" TO effAvis
                    END-IF
                END-IF
                COMPUTE pgDecimal ROUNDED =
                    eff_minutes(idxPgJour, idxPgHeure) / 60
                MOVE pgDecimal TO pgDecimalEdite
                MOVE effRatio TO effRatioEdite
                COMPUTE pgHeure = idxPgHeure - 1
                MOVE SPACES TO tamp_frapport
                STRING effJourLibelle DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    pgHeure(3:2) DELIMITED BY SIZE
                    "h    " DELIMITED BY SIZE
                    pgDecimalEdite DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    eff_tickets(idxPgJour, idxPgHeure)
                        DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    effRatioEdite DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    effAvis DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
