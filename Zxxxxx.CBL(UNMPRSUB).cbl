      *---the record part and leaves the code alone),---*
      *---re-runs the same edits UNMPEDIT applies,   ---*
      *---and appends the survivors to the clean     ---*
      *---files.  The load reads the SCREENED files, ---*
      *---not the clean ones, so a supplement must   ---*
      *---run UNMPRSUB -> UNMPSCRN -> UNEMPLOY: the  ---*
      *---rescreen rebuilds the screened files with  ---*
      *---the corrected records in them, and only    ---*
      *---then can the load pick them up the same    ---*
      *---week instead of waiting for the next       ---*
      *---cycle.  RUNGATE holds UNEMPLOY while an    ---*
      *---UNMPRSUB run is newer than the last good   ---*
      *---UNMPSCRN.  Records that still fail go on   ---*
      *---the resubmit report and are NOT appended.  ---*
      *---A feed with no corrected file this week is ---*
      *---simply skipped.                            ---*
      *---Corrected in: UNMPRACR UNMPSEXR UNMPETHR   ---*
      *---              UNMPAGER UNMPINDR UNMPVETR   ---*
      *---Appends to:   UNMPRACE UNMPSEX  UNMPETHN   ---*
