      *record layout for the history archive - one record per record
      *the retention purge moved out of a live history file, tagged
      *with the archive generation it went into (the purge run's
      *date and time) and the file it came from, carrying the
      *record unchanged. a generation can be loaded back by taking
      *its records for one file in order
       01  ha-history-archive-record.
           05  ha-generation.
               10  ha-generation-date  pic 9(06).
               10  ha-generation-time  pic 9(08).
           05  ha-file-name            pic x(08).
           05  ha-record-data          pic x(81).
