        *>Cette méthode propose la gestion des notifications
        *>clients : préparation de la file (commandes arrivées,
        *>mises de côté qui expirent), export vers le prestataire
        *>SMS/e-mail, intégration de son retour et liste des
        *>clients à appeler
        GERER_NOTIFICATIONS.
                MOVE 0 TO choixMenuNotif
                PERFORM WITH TEST AFTER UNTIL choixMenuNotif = 0
                        DISPLAY "   -- NOTIFICATIONS CLIENTS --"
                        DISPLAY "      -Preparer les notifications (1)"
                        DISPLAY "      -Exporter au prestataire (2)"
                        DISPLAY "      -Integrer le retour (3)"
                        DISPLAY "      -File et appels a passer (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuNotif
                        EVALUATE choixMenuNotif
                            WHEN 1
                                PERFORM PREPARER_NOTIFICATIONS
                                DISPLAY notifNbCreees,
                                    " notification(s) ajoutee(s)"
                            WHEN 2
                                PERFORM EXPORTER_NOTIFICATIONS
                                DISPLAY notifNbTransmises,
                                    " notification(s) exportee(s) ",
                                    "dans ", nomRapport
                            WHEN 3
                                PERFORM INTEGRER_RETOUR_NOTIFICATIONS
                            WHEN 4
                                PERFORM LISTER_NOTIFICATIONS
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode garnit la file avec les événements du jour
        *>non encore notifiés : commandes en attente dont le titre
        *>est de nouveau disponible en rayon (HONORER_COMMANDE est
        *>possible) et mises de côté actives qui expirent dans
        *>notifDelaiRappel jours ou moins
        PREPARER_NOTIFICATIONS.
                MOVE 0 TO notifNbCreees
                ACCEPT notifDateJour FROM DATE YYYYMMDD

                OPEN INPUT fventes
                OPEN INPUT finventaire
                MOVE 1 TO notifFin
                PERFORM WITH TEST AFTER UNTIL notifFin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO notifFin
                    NOT AT END
                        IF fv_statut = 1 AND fv_dateNotif = 0 THEN
                            PERFORM DETECTER_COMMANDE_ARRIVEE
                        END-IF
                END-PERFORM
                CLOSE finventaire
                CLOSE fventes

                MOVE notifDateJour TO datePseudoIn
                PERFORM CALCULER_JOURS_PSEUDO
                MOVE joursPseudo TO joursPseudo2
                OPEN INPUT freservations
                MOVE 1 TO notifFin
                PERFORM WITH TEST AFTER UNTIL notifFin = 0
                    READ freservations NEXT
                    AT END MOVE 0 TO notifFin
                    NOT AT END
                        IF rs_statut = 0 AND rs_dateRappel = 0 THEN
                            PERFORM DETECTER_RESERVATION_EXPIRANTE
                        END-IF
                END-PERFORM
                CLOSE freservations.

        *>La commande courante est notifiable si le disponible en
        *>rayon hors mises de côté couvre la quantité commandée
        DETECTER_COMMANDE_ARRIVEE.
                MOVE fv_titreComics TO fi_titre
                MOVE fv_site TO fi_site
                IF fi_site = 0 THEN
                    MOVE siteLocal TO fi_site
                END-IF
                READ finventaire KEY IS fi_cleInv
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        COMPUTE notifDispo =
                            fi_quantite - fi_qteMiseCote
                        IF notifDispo NOT < fv_quantite THEN
                            MOVE "C" TO notifType
                            MOVE fv_client TO notifClient
                            MOVE fv_id TO notifPiece
                            MOVE fv_titreComics TO notifTitre
                            MOVE 0 TO notifDateLimite
                            PERFORM ENFILER_NOTIFICATION
                        END-IF
                END-READ.

        *>La mise de côté courante est rappelée si elle expire dans
        *>notifDelaiRappel jours ou moins (pseudo-jours du jour
        *>dans joursPseudo2)
        DETECTER_RESERVATION_EXPIRANTE.
                MOVE rs_dateExpiration TO datePseudoIn
                PERFORM CALCULER_JOURS_PSEUDO
                COMPUTE notifJoursRestants =
                    joursPseudo - joursPseudo2
                IF notifJoursRestants NOT < 0 AND
                   notifJoursRestants NOT > notifDelaiRappel THEN
                    MOVE "E" TO notifType
                    MOVE rs_client TO notifClient
                    MOVE rs_id TO notifPiece
                    MOVE rs_titreComics TO notifTitre
                    MOVE rs_dateExpiration TO notifDateLimite
                    PERFORM ENFILER_NOTIFICATION
                END-IF.

        *>Cette méthode ajoute à la file la notification décrite par
        *>notifType, notifClient, notifPiece, notifTitre et
        *>notifDateLimite, sauf si la même pièce a déjà été notifiée
        *>pour le même motif ; le canal est choisi sur la fiche
        *>client : SMS si le téléphone est renseigné et le
        *>consentement donné, sinon e-mail aux mêmes conditions,
        *>sinon le client est à appeler
        ENFILER_NOTIFICATION.
                MOVE 0 TO notifExiste
                OPEN I-O fnotifications
                MOVE notifPiece TO nt_piece
                MOVE 1 TO Wfin
                START fnotifications KEY IS EQUAL TO nt_piece
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 0
                    READ fnotifications NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF nt_piece NOT = notifPiece THEN
                            MOVE 0 TO Wfin
                        ELSE
                            IF nt_type = notifType THEN
                                MOVE 1 TO notifExiste
                            END-IF
                        END-IF
                END-PERFORM

                IF notifExiste = 0 THEN
                    MOVE "A" TO nt_canal
                    MOVE SPACES TO nt_destinataire
                    OPEN INPUT fclients
                    MOVE notifClient TO fc_id
                    READ fclients KEY IS fc_id
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF fc_consentTel = 1 AND fc_tel > 0 THEN
                                MOVE "S" TO nt_canal
                                MOVE fc_tel TO notifTelEdite
                                MOVE notifTelEdite TO nt_destinataire
                            ELSE
                                IF fc_consentMail = 1 AND
                                   fc_mail NOT = SPACES THEN
                                    MOVE "M" TO nt_canal
                                    MOVE fc_mail TO nt_destinataire
                                END-IF
                            END-IF
                    END-READ
                    CLOSE fclients
                    MOVE "NOTIF" TO cptCle
                    PERFORM PROCHAIN_ID_COMPTEUR
                    MOVE cptValeur TO nt_id
                    MOVE notifClient TO nt_client
                    MOVE notifType TO nt_type
                    MOVE notifPiece TO nt_piece
                    MOVE notifTitre TO nt_titre
                    MOVE notifDateLimite TO nt_dateLimite
                    ACCEPT nt_dateCreation FROM DATE YYYYMMDD
                    IF nt_canal = "A" THEN
                        MOVE 4 TO nt_statut
                    ELSE
                        MOVE 0 TO nt_statut
                    END-IF
                    MOVE 0 TO nt_dateEnvoi
                    MOVE siteLocal TO nt_site
                    WRITE tamp_fnotification
                    END-WRITE
                    MOVE cr_fnotifications TO statutFichierOp
                    MOVE "ECRITURE NOTIFICATION"
                        TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    ADD 1 TO notifNbCreees
                END-IF
                CLOSE fnotifications.

        *>Cette méthode exporte les notifications à transmettre dans
        *>le fichier accepté par le prestataire (une ligne par
        *>message : identifiant;canal;destinataire;message) ; chaque
        *>notification exportée passe à l'état transmis et la
        *>commande ou la mise de côté concernée reçoit la date
        *>d'envoi
        EXPORTER_NOTIFICATIONS.
                MOVE 0 TO notifNbTransmises
                ACCEPT notifDateJour FROM DATE YYYYMMDD
                MOVE "envoiNotifs.csv" TO nomRapport
                OPEN OUTPUT frapport
                OPEN I-O fnotifications
                MOVE 1 TO notifFin
                PERFORM WITH TEST AFTER UNTIL notifFin = 0
                    READ fnotifications NEXT
                    AT END MOVE 0 TO notifFin
                    NOT AT END
                        IF nt_statut = 0 THEN
                            PERFORM EXPORTER_UNE_NOTIFICATION
                        END-IF
                END-PERFORM
                CLOSE fnotifications
                CLOSE frapport.

        *>Ecrit la ligne d'export de la notification courante et la
        *>marque transmise
        EXPORTER_UNE_NOTIFICATION.
                MOVE SPACES TO notifPrenom
                OPEN INPUT fclients
                MOVE nt_client TO fc_id
                READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE fc_prenom TO notifPrenom
                END-READ
                CLOSE fclients
                MOVE SPACES TO notifMessage
                EVALUATE nt_type
                    WHEN "C"
                        STRING "Bonjour " DELIMITED BY SIZE
                            notifPrenom DELIMITED BY "  "
                            ", votre commande " DELIMITED BY SIZE
                            nt_titre DELIMITED BY "  "
                            " est arrivee a la boutique."
                            DELIMITED BY SIZE
                            INTO notifMessage
                        END-STRING
                    WHEN "M"
                        STRING "Bonjour " DELIMITED BY SIZE
                            notifPrenom DELIMITED BY "  "
                            ", " DELIMITED BY SIZE
                            nt_titre DELIMITED BY "  "
                            " vous attend jusqu'au " DELIMITED BY SIZE
                            nt_dateLimite(7:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(5:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(1:4) DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO notifMessage
                        END-STRING
                    WHEN "R"
                        STRING "Bonjour " DELIMITED BY SIZE
                            notifPrenom DELIMITED BY "  "
                            ", l'album que vous recherchiez, "
                            DELIMITED BY SIZE
                            nt_titre DELIMITED BY "  "
                            ", vous attend jusqu'au " DELIMITED BY SIZE
                            nt_dateLimite(7:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(5:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(1:4) DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO notifMessage
                        END-STRING
                    WHEN "E"
                        STRING "Bonjour " DELIMITED BY SIZE
                            notifPrenom DELIMITED BY "  "
                            ", votre mise de cote " DELIMITED BY SIZE
                            nt_titre DELIMITED BY "  "
                            " expire le " DELIMITED BY SIZE
                            nt_dateLimite(7:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(5:2) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            nt_dateLimite(1:4) DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO notifMessage
                        END-STRING
                END-EVALUATE
                IF nt_canal = "S" THEN
                    MOVE "SMS" TO notifCanalLibelle
                ELSE
                    MOVE "MAIL" TO notifCanalLibelle
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING nt_id DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    notifCanalLibelle DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    nt_destinataire DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    notifMessage DELIMITED BY "  "
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE 1 TO nt_statut
                MOVE notifDateJour TO nt_dateEnvoi
                REWRITE tamp_fnotification
                 INVALID KEY
                   DISPLAY "Erreur de maj de la notification"
                END-REWRITE
                MOVE cr_fnotifications TO statutFichierOp
                MOVE "MAJ NOTIFICATION" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                ADD 1 TO notifNbTransmises
                PERFORM DATER_PIECE_NOTIFIEE.

        *>Reporte la date d'envoi de la notification courante sur
        *>la commande ou la mise de côté qu'elle concerne
        DATER_PIECE_NOTIFIEE.
                IF nt_type = "C" THEN
                    OPEN I-O fventes
                    MOVE nt_piece TO fv_id
                    MOVE 1 TO fv_statut
                    READ fventes WITH LOCK
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE notifDateJour TO fv_dateNotif
                            REWRITE tamp_fvente
                             INVALID KEY
                               DISPLAY "Erreur de maj de la commande"
                            END-REWRITE
                    END-READ
                    CLOSE fventes
                ELSE
                    OPEN I-O freservations
                    MOVE nt_piece TO rs_id
                    READ freservations
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF nt_type = "E" THEN
                                MOVE notifDateJour TO rs_dateRappel
                            ELSE
                                MOVE notifDateJour TO rs_dateNotif
                            END-IF
                            REWRITE tamp_freservation
                             INVALID KEY
                               DISPLAY "Erreur de maj de la mise ",
                                   "de cote"
                            END-REWRITE
                    END-READ
                    CLOSE freservations
                END-IF.

        *>Cette méthode intègre le compte-rendu du prestataire
        *>(retourNotifications.csv, une ligne identifiant;OK ou KO)
        *>: chaque notification transmise passe à envoyée ou en
        *>échec ; celles en échec ressortent dans la liste des
        *>appels
        INTEGRER_RETOUR_NOTIFICATIONS.
                MOVE 0 TO notifNbEnvoyees
                MOVE 0 TO notifNbEchecs
                MOVE 0 TO notifNbInconnues
                MOVE "retourNotifications.csv" TO nomImport
                OPEN INPUT fimport
                IF cr_fimport NOT = 0 THEN
                    DISPLAY "Fichier retourNotifications.csv absent"
                ELSE
                    OPEN I-O fnotifications
                    MOVE 1 TO notifFin
                    PERFORM WITH TEST AFTER UNTIL notifFin = 0
                        READ fimport
                        AT END MOVE 0 TO notifFin
                        NOT AT END
                            MOVE tamp_fimport TO ligneImportee
                            IF ligneImportee NOT = SPACES THEN
                                PERFORM INTEGRER_UNE_LIGNE_RETOUR
                            END-IF
                    END-PERFORM
                    CLOSE fnotifications
                    CLOSE fimport
                    DISPLAY notifNbEnvoyees, " envoyee(s), ",
                        notifNbEchecs, " en echec, ",
                        notifNbInconnues, " ligne(s) ignoree(s)"
                END-IF.

        *>Applique la ligne de retour courante à sa notification
        INTEGRER_UNE_LIGNE_RETOUR.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2
                END-UNSTRING
                MOVE 0 TO notifExiste
                IF champImport1(1:15) IS NUMERIC THEN
                    MOVE champImport1(1:15) TO nt_id
                    READ fnotifications
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF nt_statut = 1 THEN
                                MOVE 1 TO notifExiste
                            END-IF
                    END-READ
                END-IF
                IF notifExiste = 0 THEN
                    ADD 1 TO notifNbInconnues
                ELSE
                    IF champImport2(1:2) = "OK" THEN
                        MOVE 2 TO nt_statut
                        ADD 1 TO notifNbEnvoyees
                    ELSE
                        MOVE 3 TO nt_statut
                        ADD 1 TO notifNbEchecs
                    END-IF
                    REWRITE tamp_fnotification
                     INVALID KEY
                       DISPLAY "Erreur de maj de la notification"
                    END-REWRITE
                    MOVE cr_fnotifications TO statutFichierOp
                    MOVE "MAJ NOTIFICATION" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF.

        *>Cette méthode édite la file des notifications encore
        *>ouvertes : à transmettre, transmises sans retour, en échec
        *>et clients à appeler faute de canal autorisé
        LISTER_NOTIFICATIONS.
                MOVE 0 TO notifNbAppels
                MOVE "notifications.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "FILE DES NOTIFICATIONS CLIENTS" TO rapportTitre
                MOVE "NUMERO  CLIENT  T CANAL  TITRE  ETAT"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                OPEN INPUT fnotifications
                MOVE 1 TO notifFin
                PERFORM WITH TEST AFTER UNTIL notifFin = 0
                    READ fnotifications NEXT
                    AT END MOVE 0 TO notifFin
                    NOT AT END
                        IF nt_statut NOT = 2 THEN
                            PERFORM EDITER_LIGNE_NOTIFICATION
                        END-IF
                END-PERFORM
                CLOSE fnotifications
                MOVE SPACES TO tamp_frapport
                STRING notifNbAppels DELIMITED BY SIZE
                    " client(s) a appeler" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY notifNbAppels, " client(s) a appeler, ",
                    "file ecrite dans ", nomRapport.

        *>Ligne de la file pour la notification courante ; un
        *>client à appeler ou en échec porte son téléphone
        EDITER_LIGNE_NOTIFICATION.
                MOVE SPACES TO notifEtat
                EVALUATE nt_statut
                    WHEN 0
                        MOVE "a transmettre" TO notifEtat
                    WHEN 1
                        STRING "transmise le " DELIMITED BY SIZE
                            nt_dateEnvoi DELIMITED BY SIZE
                            INTO notifEtat
                        END-STRING
                    WHEN 3
                        ADD 1 TO notifNbAppels
                        MOVE "ECHEC, a appeler" TO notifEtat
                    WHEN 4
                        ADD 1 TO notifNbAppels
                        MOVE "A APPELER" TO notifEtat
                END-EVALUATE
                MOVE SPACES TO tamp_frapport
                STRING nt_id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    nt_client DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    nt_type DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    nt_canal DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    nt_titre DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    notifEtat DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
