                        MOVE fc_id TO journalCle
                        MOVE tamp_fclient TO journalApres
                        PERFORM JOURNALISER
                        MOVE fc_ptsFidelite TO ptsSolde
                        PERFORM TRANSFERER_POINTS_FUSION

                        *>Suppression du doublon, tracée au journal
                        MOVE idDoublon TO fc_id
