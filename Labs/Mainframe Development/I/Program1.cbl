
      *team roster keyed by operator number - optional, operators
      *with no roster entry report under the UNA (unassigned) team.
      *RosterBuild regenerates it from the employee master at the
      *start of every run.
           select optional team-file
           assign to "../../../A7-Teams.dat"
           organization is line sequential.
           move 0 to ws-move-once3.
           perform 005-setup-period.
           perform 008-load-prior.
           call "RosterBuild".
           perform 009-load-roster.
           write output-line from ws-name-line.
           write output-line from ws-report-heading.
