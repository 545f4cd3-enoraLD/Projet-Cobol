
        *>Cette méthode regroupe la gestion multi-boutiques : code
        *>du site local et transferts de stock entre boutiques avec
        *>leur état en transit, avec les propositions de
        *>rééquilibrage du stock entre boutiques
        GERER_SITES.
                MOVE 0 TO choixMenuSite
                PERFORM WITH TEST AFTER UNTIL choixMenuSite = 0
                        DISPLAY "      -Expedier un transfert (3)"
                        DISPLAY "      -Recevoir un transfert (4)"
                        DISPLAY "      -Transferts en transit (5)"
                        DISPLAY "      -Equilibrer les stocks (6)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuSite
                        EVALUATE choixMenuSite
                                PERFORM RECEVOIR_TRANSFERT_SITE
                            WHEN 5
                                PERFORM LISTER_TRANSFERTS_SITE
                            WHEN 6
                                PERFORM EQUILIBRER_SITES
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode expédie un transfert vers l'autre boutique :
        *>la quantité sort du stock local (rayon, hors mises de
        *>côté) et le transfert reste en transit jusqu'au pointage
        *>de la réception là-bas ; une proposition d'équilibrage
        *>acceptée arrive avec titre, quantité et sites déjà
        *>positionnés (transfertPropose = 1) et part à la date du
        *>jour
        EXPEDIER_TRANSFERT_SITE.
                MOVE 0 TO transfertOk
                IF transfertPropose = 1 THEN
                    MOVE 1 TO refTrouvee
                    ACCEPT dateTri FROM DATE YYYYMMDD
                ELSE
                    MOVE siteLocal TO siteOrigineTransfert
                    DISPLAY "Entrez le titre ou le code-barres du comic"
                    ACCEPT titreOuEan
                    PERFORM RESOUDRE_TITRE_OU_EAN
                END-IF
                IF refTrouvee = 0 THEN
                    DISPLAY "Cette reference n'existe pas"
                ELSE
                    IF transfertPropose = 0 THEN
                        PERFORM SAISIR_TRANSFERT_SITE
                    END-IF

                    OPEN I-O finventaire
                    MOVE titreOuEan TO fi_titre
                    MOVE siteOrigineTransfert TO fi_site
                    READ finventaire WITH LOCK KEY IS fi_cleInv
                        INVALID KEY
                            DISPLAY "Erreur, ce comic n'existe plus"
                        MOVE cptValeur TO tf_id
                        MOVE titreOuEan TO tf_titreComics
                        MOVE qteTransfertSite TO tf_quantite
                        MOVE siteOrigineTransfert TO tf_siteOrigine
                        MOVE siteDestination TO tf_siteDest
                        MOVE dateTri TO tf_dateEnvoi
                        MOVE 0 TO tf_dateReception
                    END-IF
                END-IF.

        *>Saisie de la quantité, du site destinataire et de la
        *>date d'un transfert expédié à la main depuis le site
        *>local
        SAISIR_TRANSFERT_SITE.
                MOVE 0 TO qteTransfertSite
                PERFORM WITH TEST AFTER
                        UNTIL qteTransfertSite > 0
                    DISPLAY "Quantite a expedier ?"
                    ACCEPT qteTransfertSite
                END-PERFORM
                MOVE 0 TO siteDestination
                PERFORM WITH TEST AFTER
                        UNTIL siteDestination > 0 AND
                              siteDestination NOT = siteLocal
                    DISPLAY "Code du site destinataire ?"
                    ACCEPT siteDestination
                    IF siteDestination = siteLocal THEN
                        DISPLAY "C'est le site local"
                    END-IF
                END-PERFORM
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Date d'expedition (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu ",
                            "jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI.

        *>Cette méthode pointe la réception d'un transfert : la
        *>quantité entre en réserve sur la fiche de la boutique
        *>destinataire (créée si ce titre n'y existait pas encore)
                        MOVE SPACES TO fi_codeEan
                        MOVE SPACES TO fi_serie
                        MOVE 0 TO fi_tome
                        MOVE fi_prix TO fi_prixPublic
                        PERFORM SAISIR_RAYON_REFERENCE
                        MOVE SPACES TO fi_dispo
                        MOVE 0 TO fi_dateFlux
                        MOVE 0 TO fi_qteDefectueux
                        WRITE tamp_finventaire
                        END-WRITE
                        MOVE cr_finventaire TO statutFichierOp
