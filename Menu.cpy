                MOVE 0 TO fc_dateConsentMail
                MOVE 0 TO fc_consentTel
                MOVE 0 TO fc_dateConsentTel
                MOVE 0 TO fc_typeClient
                WRITE tamp_fclient END-WRITE

                MOVE "CLIENT" TO cptCle
                MOVE 0 TO fc_dateConsentMail
                MOVE 0 TO fc_consentTel
                MOVE 0 TO fc_dateConsentTel
                MOVE 0 TO fc_typeClient
                WRITE tamp_fclient END-WRITE
                CLOSE fclients

                MOVE 0 TO fi_stockCible
                MOVE 0 TO fi_pmp
                MOVE 12.50 TO fi_prix
                MOVE 12.50 TO fi_prixPublic
                MOVE 5.50 TO fi_tauxTva
                MOVE "9782900000017" TO fi_codeEan
                MOVE SPACES TO fi_serie
                MOVE 0 TO fi_tome
                MOVE "D" TO fi_dispo
                MOVE 0 TO fi_dateFlux
                MOVE "FRANCO" TO fi_rayon
                MOVE 0 TO fi_qteDefectueux
                WRITE tamp_finventaire END-WRITE

                MOVE "REF" TO cptCle
                MOVE 0 TO fi_stockCible
                MOVE 0 TO fi_pmp
                MOVE 15.00 TO fi_prix
                MOVE 15.00 TO fi_prixPublic
                MOVE 5.50 TO fi_tauxTva
                MOVE "9782900000024" TO fi_codeEan
                MOVE "Les Mondes de Moebius" TO fi_serie
                MOVE 1 TO fi_tome
                MOVE "D" TO fi_dispo
                MOVE 0 TO fi_dateFlux
                MOVE "FRANCO" TO fi_rayon
                MOVE 0 TO fi_qteDefectueux
                WRITE tamp_finventaire END-WRITE

                MOVE "REF" TO cptCle
                MOVE 0 TO fi_stockCible
                MOVE 0 TO fi_pmp
                MOVE 18.00 TO fi_prix
                MOVE 18.00 TO fi_prixPublic
                MOVE 5.50 TO fi_tauxTva
                MOVE "9782900000031" TO fi_codeEan
                MOVE "Les Mondes de Moebius" TO fi_serie
                MOVE 3 TO fi_tome
                MOVE "D" TO fi_dispo
                MOVE 0 TO fi_dateFlux
                MOVE "FRANCO" TO fi_rayon
                MOVE 0 TO fi_qteDefectueux
                WRITE tamp_finventaire END-WRITE
                CLOSE finventaire

                OPEN I-O frayons
                MOVE "MANGA" TO ry_code
                MOVE "Manga" TO ry_libelle
                MOVE SPACES TO ry_parent
                MOVE 0 TO ry_responsable
                WRITE tamp_frayon END-WRITE
                MOVE "FRANCO" TO ry_code
                MOVE "Franco-belge" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                MOVE "COMICS" TO ry_code
                MOVE "Comics US" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                MOVE "JEUNES" TO ry_code
                MOVE "Jeunesse" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                MOVE "ROMANG" TO ry_code
                MOVE "Romans graphiques" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                MOVE "GOODIE" TO ry_code
                MOVE "Goodies" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                MOVE "SHONEN" TO ry_code
                MOVE "Shonen" TO ry_libelle
                MOVE "MANGA" TO ry_parent
                WRITE tamp_frayon END-WRITE
                MOVE "SEINEN" TO ry_code
                MOVE "Seinen" TO ry_libelle
                WRITE tamp_frayon END-WRITE
                CLOSE frayons

                OPEN I-O ffournisseurs
                MOVE 100001 TO fs_code
                MOVE "Diffusion Comics" TO fs_nom
                MOVE 0102030405 TO fs_tel
                MOVE "contact@diffusioncomics.fr" TO fs_mail
                MOVE "DC-004512" TO fs_compteClient
                MOVE "FR7610096000301234567890123" TO fs_iban
                MOVE "CMCIFRPP" TO fs_bic
                WRITE tamp_ffournisseur END-WRITE
                CLOSE ffournisseurs

                MOVE 0 TO fv_evenement
                MOVE 0 TO fv_depotRegle
                MOVE 0 TO fv_heureVente
                MOVE 0 TO fv_dateNotif
                MOVE 0 TO fv_web
                MOVE SPACES TO fv_coffret
                MOVE 0 TO fv_gerant
                MOVE 0 TO fv_ticketEchange
                MOVE 0 TO fv_dateRetour
                WRITE tamp_fvente END-WRITE
                CLOSE fventes

                        DISPLAY "   -Calendrier d'exploitation (21)"
                        DISPLAY "   -Seances de dedicace (22)"
                        DISPLAY "   -Reconstruction agregats (23)"
                        DISPLAY "   -Inalterabilite des ventes (24)"
                        DISPLAY "   -Notifications clients (25)"
                        DISPLAY "   -Exceptions par operateur (26)"
                        DISPLAY "   -Pointage du personnel (27)"
                        DISPLAY "   -Boutique en ligne (28)"
                        DISPLAY "   -QUITTER (0)"

                        ACCEPT choixMenu

                        IF choixMenu > 28 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu < 29
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu
                        END-PERFORM
                                        PERFORM GERER_EVENEMENTS
                                WHEN choixMenu = 23
                                        PERFORM RECONSTRUIRE_AGREGATS
                                WHEN choixMenu = 24
                                        PERFORM GERER_INALTERABILITE
                                WHEN choixMenu = 25
                                        PERFORM GERER_NOTIFICATIONS
                                WHEN choixMenu = 26
                                        PERFORM RAPPORT_EXCEPTIONS
                                WHEN choixMenu = 27
                                        PERFORM GERER_POINTAGES
                                WHEN choixMenu = 28
                                        PERFORM GERER_BOUTIQUE_WEB
                        END-EVALUATE
                END-PERFORM.

                         DISPLAY "      -Clients inactifs (10)"
                         DISPLAY "      -Abonnements series (11)"
                         DISPLAY "      -Comptes clients ardoise (12)"
                         DISPLAY "      -Recherches clients (13)"
                         DISPLAY "      -Points de fidelite (14)"
                         DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 14 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 15
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM

                                WHEN choixMenu2 = 12
                                       PERFORM GERER_COMPTES_CLIENTS

                                WHEN choixMenu2 = 13
                                        PERFORM GERER_RECHERCHES

                                WHEN choixMenu2 = 14
                                        PERFORM GERER_POINTS_FIDELITE
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "      -Depot-vente (27)"
                        DISPLAY "      -Scorecard fournisseur (28)"
                        DISPLAY "      -Ventes manquees (29)"
                        DISPLAY "      -Etiquettes de rayon (30)"
                        DISPLAY "      -Flux bibliographique (31)"
                        DISPLAY "      -Rotation et GMROI (32)"
                        DISPLAY "      -Budgets d'achat (33)"
                        DISPLAY "      -Rayons et sous-rayons (34)"
                        DISPLAY "      -Coffrets et lots (35)"
                        DISPLAY "      -Position du stock a date (36)"
                        DISPLAY "      -Exemplaires defectueux (37)"
                        DISPLAY "      -Salons et foires (38)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 38 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 39
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                WHEN choixMenu2 = 29
                                        PERFORM
                                            RAPPORT_VENTES_MANQUEES

                                WHEN choixMenu2 = 30

                                        PERFORM GERER_ETIQUETTES

                                WHEN choixMenu2 = 31
                                        PERFORM IMPORTER_FLUX_BIBLIO

                                WHEN choixMenu2 = 32
                                        PERFORM RAPPORT_ROTATION_STOCK

                                WHEN choixMenu2 = 33
                                        PERFORM GERER_BUDGETS_ACHAT

                                WHEN choixMenu2 = 34
                                        PERFORM GERER_RAYONS

                                WHEN choixMenu2 = 35
                                        PERFORM GERER_COFFRETS

                                WHEN choixMenu2 = 36
                                        PERFORM POSITION_STOCK_DATE

                                WHEN choixMenu2 = 37
                                        PERFORM RAPPORT_DEFECTUEUX

                                WHEN choixMenu2 = 38
                                        PERFORM GERER_SALONS
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "      -Mises de cote (8)"
                        DISPLAY "      -Sortie de petite caisse (9)"
                        DISPLAY "      -Devis (10)"
                        DISPLAY "      -Conformite loi Lang (11)"
                        DISPLAY "      -Duplicata de ticket (12)"
                        DISPLAY "      -Factures clients (13)"
                        DISPLAY "      -Precommandes et acomptes (14)"
                        DISPLAY "      -Rembourser un coffret (15)"
                        DISPLAY "      -Preparer le hors ligne (16)"
                        DISPLAY "      -Rejouer le hors ligne (17)"
                        DISPLAY "      -Seuils de derogation (18)"
                        DISPLAY "      -Rapport des derogations (19)"
                        DISPLAY "      -Echange d'un defectueux (20)"
                        DISPLAY "      -Echange d'un article (21)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2

                        IF choixMenu2 > 21 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 22
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                WHEN choixMenu2 = 10

                                        PERFORM GERER_DEVIS

                                WHEN choixMenu2 = 11

                                        PERFORM RAPPORT_LOI_LANG

                                WHEN choixMenu2 = 12

                                        PERFORM REIMPRIMER_RECU

                                WHEN choixMenu2 = 13

                                        PERFORM GERER_FACTURES_CLIENTS

                                WHEN choixMenu2 = 14

                                        PERFORM GERER_PRECOMMANDES

                                WHEN choixMenu2 = 15
                                        PERFORM RETOUR_COFFRET

                                WHEN choixMenu2 = 16
                                        PERFORM PREPARER_MODE_HORS_LIGNE

                                WHEN choixMenu2 = 17
                                        PERFORM
                                            REJOUER_VENTES_HORS_LIGNE

                                WHEN choixMenu2 = 18
                                        PERFORM GERER_SEUILS_DEROGATION

                                WHEN choixMenu2 = 19
                                        PERFORM RAPPORT_DEROGATIONS

                                WHEN choixMenu2 = 20
                                        PERFORM ECHANGE_DEFECTUEUX

                                WHEN choixMenu2 = 21
                                        PERFORM ECHANGE_VENTE
                        END-EVALUATE
                END-PERFORM


               MOVE 0 TO statCA
               MOVE 0 TO statUnites
               MOVE 0 TO statCAWeb
               MOVE 0 TO statUnitesWeb
               MOVE 0 TO statAchats

               *>Les ventes de la période passent par un tri externe
               MOVE statCA TO montantEdite
               DISPLAY "Chiffre d'affaires : ", montantEdite, " EUR"
               DISPLAY "Unites vendues : ", statUnites
               MOVE statCAWeb TO montantEdite
               DISPLAY "  dont commandes web retirees : ",
                   montantEdite, " EUR, ", statUnitesWeb, " unites"
               MOVE statAchats TO montantEdite
               DISPLAY "Depenses en achats : ", montantEdite, " EUR"
               DISPLAY "Top 5 des meilleures ventes :"
                                           fv_prixVente * fv_quantite
                                       ADD venteMontantTotal TO statCA
                                       ADD fv_quantite TO statUnites
                                       IF fv_web = 1 THEN
                                           ADD venteMontantTotal
                                               TO statCAWeb
                                           ADD fv_quantite
                                               TO statUnitesWeb
                                       END-IF
                                       MOVE fv_titreComics TO tr_cle
                                       MOVE "V" TO tr_type
                                       MOVE fv_quantite TO tr_qte
                                           fva_quantite
                                       ADD venteMontantTotal TO statCA
                                       ADD fva_quantite TO statUnites
                                       IF fva_web = 1 THEN
                                           ADD venteMontantTotal
                                               TO statCAWeb
                                           ADD fva_quantite
                                               TO statUnitesWeb
                                       END-IF
                                       MOVE fva_titreComics TO tr_cle
                                       MOVE "V" TO tr_type
                                       MOVE fva_quantite TO tr_qte
               MOVE encoursCartesKdo TO montantEdite
               DISPLAY "Encours cartes cadeaux (passif) : ",
                   montantEdite, " EUR"
               *>Les acomptes de précommandes sont, comme les
               *>cartes, une dette envers les clients
               PERFORM CUMULER_ENCOURS_ACOMPTES
               MOVE acomptesRecusJour TO montantEdite
               DISPLAY "Acomptes recus ce jour : ", montantEdite,
                   " EUR (hors CA)"
               MOVE encoursAcomptes TO montantEdite
               DISPLAY "Encours acomptes precommandes (passif) : ",
                   montantEdite, " EUR"
               *>Les rachats d'occasion sortent des espèces du
               *>tiroir sans être des remboursements : ils
               *>s'affichent à part
                   cartesVenduesJour DELIMITED BY SIZE
                   " encoursCartesKdo:" DELIMITED BY SIZE
                   encoursCartesKdo DELIMITED BY SIZE
                   " encoursAcomptes:" DELIMITED BY SIZE
                   encoursAcomptes DELIMITED BY SIZE
                   INTO tamp_frapport
               END-STRING
               WRITE tamp_frapport
               CLOSE frapport
               DISPLAY "Resume ajoute au fichier de clotures"

               *>Le ticket Z de la journée est archivé, signé, avec
               *>l'état des grands totaux perpétuels qu'aucune
               *>clôture ne remet à zéro
               PERFORM ARCHIVER_Z_JOUR

               *>La ligne de clôture est écrite et le fichier fermé :
               *>le run peut être marqué terminé
               MOVE "CLOTURE" TO controleJob
                                       TO fva_depotRegle
                                   MOVE fv_heureVente
                                       TO fva_heureVente
                                   MOVE fv_dateNotif TO fva_dateNotif
                                   MOVE fv_web TO fva_web
                                   MOVE fv_coffret TO fva_coffret
                                   MOVE fv_gerant TO fva_gerant
                                   MOVE fv_ticketEchange
                                       TO fva_ticketEchange
                                   MOVE fv_dateRetour TO fva_dateRetour
                                   WRITE tamp_fventeArchive
                                     INVALID KEY
                                       *>La vente est déjà en lieu
                        DISPLAY "   -Gestion stocks (2)"
                        DISPLAY "   -Gestion ventes (3)"
                        DISPLAY "   -Statistiques (4)"
                        DISPLAY "   -Pointer arrivee/depart (5)"
                        DISPLAY "   -QUITTER (0)"

                        ACCEPT choixMenu

                        IF choixMenu > 5 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu < 6
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu
                        END-PERFORM
                                        PERFORM SOUS_MENU_VENTES_EMPLOYE
                                WHEN choixMenu = 4
                                        PERFORM AFFICHE_STATS_EMPLOYE
                                WHEN choixMenu = 5
                                        PERFORM POINTER_PRESENCE
                        END-EVALUATE
                END-PERFORM.

                         DISPLAY "      -Supprimer client (3)"
                         DISPLAY "      -Modifier client (4)"
                         DISPLAY "      -Releve client (5)"
                         DISPLAY "      -Recherches clients (6)"
                         DISPLAY "      -Releve de points (7)"
                         DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 7 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 8
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                WHEN choixMenu2 = 5

                                        PERFORM RELEVE_CLIENT

                                WHEN choixMenu2 = 6
                                        PERFORM GERER_RECHERCHES

                                WHEN choixMenu2 = 7
                                        PERFORM RELEVE_POINTS_CLIENT
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "      -Rechercher comics (1)"
                        DISPLAY "      -Consulter inventaire (2)"
                        DISPLAY "      -Transfert rayon/reserve (3)"
                        DISPLAY "      -Etiquettes de rayon (4)"
                        DISPLAY "      -Chiffres par rayon (5)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 5 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 6
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                WHEN choixMenu2 = 3

                                        PERFORM TRANSFERER_STOCK
                                WHEN choixMenu2 = 4

                                        PERFORM GERER_ETIQUETTES
                                WHEN choixMenu2 = 5

                                        PERFORM RAPPORT_PAR_RAYON
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "      -Mises de cote (8)"
                        DISPLAY "      -Sortie de petite caisse (9)"
                        DISPLAY "      -Devis (10)"
                        DISPLAY "      -Duplicata de ticket (11)"
                        DISPLAY "      -Precommandes et acomptes (12)"
                        DISPLAY "      -Rembourser un coffret (13)"
                        DISPLAY "      -Echange d'un defectueux (14)"
                        DISPLAY "      -Echange d'un article (15)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2

                        IF choixMenu2 > 15 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 16
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                WHEN choixMenu2 = 10

                                        PERFORM GERER_DEVIS

                                WHEN choixMenu2 = 11

                                        PERFORM REIMPRIMER_RECU

                                WHEN choixMenu2 = 12

                                        PERFORM GERER_PRECOMMANDES

                                WHEN choixMenu2 = 13
                                        PERFORM RETOUR_COFFRET

                                WHEN choixMenu2 = 14
                                        PERFORM ECHANGE_DEFECTUEUX

                                WHEN choixMenu2 = 15
                                        PERFORM ECHANGE_VENTE
                        END-EVALUATE
                END-PERFORM

