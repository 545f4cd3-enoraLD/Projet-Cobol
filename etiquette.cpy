        *>Cette méthode propose la gestion des étiquettes de rayon :
        *>consultation et impression de la file alimentée par les
        *>changements de prix et les réceptions, réédition de toute
        *>une série ou de toutes les références d'un site
        GERER_ETIQUETTES.
                MOVE 0 TO choixMenuEtiq
                PERFORM WITH TEST AFTER UNTIL choixMenuEtiq = 0
                        DISPLAY "   -- ETIQUETTES DE RAYON --"
                        DISPLAY "      -Consulter la file (1)"
                        DISPLAY "      -Imprimer la file (2)"
                        DISPLAY "      -Reediter une serie (3)"
                        DISPLAY "      -Reediter tout un site (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuEtiq
                        EVALUATE choixMenuEtiq
                            WHEN 1
                                PERFORM CONSULTER_FILE_ETIQUETTES
                            WHEN 2
                                MOVE siteLocal TO etiqSite
                                PERFORM IMPRIMER_ETIQUETTES
                            WHEN 3
                                PERFORM REEDITER_ETIQUETTES_SERIE
                            WHEN 4
                                PERFORM REEDITER_ETIQUETTES_SITE
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode met en file l'étiquette de la fiche
        *>inventaire présente dans le tampon (titre, EAN, prix,
        *>série, tome), pour le motif etiqMotif ; une référence
        *>déjà en attente est simplement remise à jour, seule la
        *>dernière étiquette compte
        ENFILER_ETIQUETTE.
                MOVE fi_site TO et_site
                MOVE fi_titre TO et_titre
                MOVE fi_codeEan TO et_codeEan
                MOVE fi_prix TO et_prix
                MOVE fi_serie TO et_serie
                MOVE fi_tome TO et_tome
                MOVE etiqMotif TO et_motif
                ACCEPT et_dateDemande FROM DATE YYYYMMDD
                OPEN I-O fetiquettes
                WRITE tamp_fetiquette
                    INVALID KEY
                        REWRITE tamp_fetiquette
                         INVALID KEY
                           DISPLAY "Erreur de maj de la file des ",
                               "etiquettes"
                        END-REWRITE
                END-WRITE
                MOVE cr_fetiquettes TO statutFichierOp
                MOVE "ECRITURE ETIQUETTE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fetiquettes.

        *>Affiche les étiquettes en attente du site local
        CONSULTER_FILE_ETIQUETTES.
                MOVE 0 TO etiqNbFile
                OPEN INPUT fetiquettes
                MOVE siteLocal TO et_site
                MOVE SPACES TO et_titre
                MOVE 1 TO etiqFin
                START fetiquettes KEY IS NOT LESS THAN et_cle
                    INVALID KEY MOVE 0 TO etiqFin
                END-START
                PERFORM UNTIL etiqFin = 0
                    READ fetiquettes NEXT
                    AT END MOVE 0 TO etiqFin
                    NOT AT END
                        IF et_site NOT = siteLocal THEN
                            MOVE 0 TO etiqFin
                        ELSE
                            ADD 1 TO etiqNbFile
                            MOVE et_prix TO prixEdite
                            DISPLAY et_titre, " ", et_codeEan, " ",
                                prixEdite, " EUR (", et_motif,
                                " du ", et_dateDemande, ")"
                        END-IF
                END-PERFORM
                CLOSE fetiquettes
                DISPLAY etiqNbFile, " etiquette(s) en attente".

        *>Cette méthode imprime dans etiquettes.txt, au format des
        *>planches, les étiquettes en attente du site etiqSite et
        *>les retire de la file au fur et à mesure
        IMPRIMER_ETIQUETTES.
                MOVE 0 TO etiqNbImprimees
                MOVE 0 TO etiqNbPlanches
                MOVE 0 TO etiqColonne
                MOVE 0 TO etiqRangee
                MOVE SPACES TO etiqPlanche
                MOVE "etiquettes.txt" TO nomRapport
                OPEN OUTPUT frapport
                OPEN I-O fetiquettes
                MOVE etiqSite TO et_site
                MOVE SPACES TO et_titre
                MOVE 1 TO etiqFin
                START fetiquettes KEY IS NOT LESS THAN et_cle
                    INVALID KEY MOVE 0 TO etiqFin
                END-START
                PERFORM UNTIL etiqFin = 0
                    READ fetiquettes NEXT
                    AT END MOVE 0 TO etiqFin
                    NOT AT END
                        IF et_site NOT = etiqSite THEN
                            MOVE 0 TO etiqFin
                        ELSE
                            PERFORM PLACER_ETIQUETTE
                            DELETE fetiquettes RECORD
                                INVALID KEY
                                    DISPLAY "Erreur de retrait de ",
                                        "l'etiquette ", et_titre
                            END-DELETE
                        END-IF
                END-PERFORM
                CLOSE fetiquettes
                *>Dernière rangée incomplète
                IF etiqColonne > 0 THEN
                    PERFORM SORTIR_RANGEE_ETIQUETTES
                END-IF
                IF etiqRangee > 0 THEN
                    ADD 1 TO etiqNbPlanches
                END-IF
                CLOSE frapport
                DISPLAY etiqNbImprimees, " etiquette(s) sur ",
                    etiqNbPlanches, " planche(s) dans ", nomRapport.

        *>Place l'étiquette courante dans la colonne suivante de la
        *>rangée en cours ; la rangée part à l'impression quand
        *>ses trois étiquettes sont posées
        PLACER_ETIQUETTE.
                ADD 1 TO etiqColonne
                ADD 1 TO etiqNbImprimees
                COMPUTE etiqPos = (etiqColonne - 1) * 26 + 1
                MOVE et_titre TO etiqTexte
                MOVE etiqTexte TO etiqLigne(1)(etiqPos:25)
                MOVE SPACES TO etiqTexte
                IF et_serie NOT = SPACES THEN
                    MOVE et_tome TO etiqTomeEdite
                    STRING et_serie(1:19) DELIMITED BY "  "
                        " T" DELIMITED BY SIZE
                        etiqTomeEdite DELIMITED BY SIZE
                        INTO etiqTexte
                    END-STRING
                END-IF
                MOVE etiqTexte TO etiqLigne(2)(etiqPos:25)
                MOVE et_codeEan TO etiqTexte
                MOVE etiqTexte TO etiqLigne(3)(etiqPos:25)
                MOVE et_prix TO prixEdite
                MOVE SPACES TO etiqTexte
                STRING prixEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO etiqTexte
                END-STRING
                MOVE etiqTexte TO etiqLigne(4)(etiqPos:25)
                IF etiqColonne = 3 THEN
                    PERFORM SORTIR_RANGEE_ETIQUETTES
                END-IF.

        *>Ecrit la rangée en cours (4 lignes et l'intervalle) et
        *>compte les planches remplies
        SORTIR_RANGEE_ETIQUETTES.
                PERFORM VARYING idxEtiq FROM 1 BY 1 UNTIL idxEtiq > 4
                    MOVE etiqLigne(idxEtiq) TO tamp_frapport
                    WRITE tamp_frapport
                END-PERFORM
                MOVE SPACES TO tamp_frapport
                WRITE tamp_frapport
                WRITE tamp_frapport
                MOVE SPACES TO etiqPlanche
                MOVE 0 TO etiqColonne
                ADD 1 TO etiqRangee
                IF etiqRangee = 8 THEN
                    MOVE 0 TO etiqRangee
                    ADD 1 TO etiqNbPlanches
                END-IF.

        *>Cette méthode remet en file toutes les références d'une
        *>série tenues par le site local puis imprime la file
        REEDITER_ETIQUETTES_SERIE.
                DISPLAY "Serie a reediter ?"
                ACCEPT etiqSerie
                MOVE "D" TO etiqMotif
                MOVE 0 TO etiqNbFile
                OPEN INPUT finventaire
                MOVE etiqSerie TO fi_serie
                MOVE 1 TO etiqFin
                START finventaire KEY IS EQUAL TO fi_serie
                    INVALID KEY MOVE 0 TO etiqFin
                END-START
                PERFORM UNTIL etiqFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO etiqFin
                    NOT AT END
                        IF fi_serie NOT = etiqSerie THEN
                            MOVE 0 TO etiqFin
                        ELSE
                            IF fi_site = siteLocal THEN
                                PERFORM ENFILER_ETIQUETTE
                                ADD 1 TO etiqNbFile
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE finventaire
                IF etiqNbFile = 0 THEN
                    DISPLAY "Aucune reference de cette serie ",
                        "sur le site"
                ELSE
                    MOVE siteLocal TO etiqSite
                    PERFORM IMPRIMER_ETIQUETTES
                END-IF.

        *>Cette méthode remet en file toutes les références d'un
        *>site (changement de planches, rayon refait) puis imprime
        *>la file de ce site
        REEDITER_ETIQUETTES_SITE.
                DISPLAY "Code du site a reediter ?"
                ACCEPT etiqSite
                MOVE "D" TO etiqMotif
                MOVE 0 TO etiqNbFile
                OPEN INPUT finventaire
                MOVE etiqSite TO fi_site
                MOVE SPACES TO fi_titre
                MOVE 1 TO etiqFin
                START finventaire KEY IS NOT LESS THAN fi_cleInv
                    INVALID KEY MOVE 0 TO etiqFin
                END-START
                PERFORM UNTIL etiqFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO etiqFin
                    NOT AT END
                        IF fi_site NOT = etiqSite THEN
                            MOVE 0 TO etiqFin
                        ELSE
                            PERFORM ENFILER_ETIQUETTE
                            ADD 1 TO etiqNbFile
                        END-IF
                END-PERFORM
                CLOSE finventaire
                IF etiqNbFile = 0 THEN
                    DISPLAY "Aucune reference sur ce site"
                ELSE
                    PERFORM IMPRIMER_ETIQUETTES
                END-IF.
