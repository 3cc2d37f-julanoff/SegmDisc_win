%Module REL_REHOME <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Mass re-point of repetitives and REL accounts after a correspondent
* merger or re-homing.
*
* AUX_DELTA_LOAD's impact section and FED_DIR_LOAD's list which stored
* repetitives point at a BIC or ABA that has gone; this utility does
* the re-pointing those lists used to mean by hand.  It is driven by
* an old-to-new identifier map, REHOME_MAP_INPUT -- one line per
* identifier, fixed columns:
*
*	col  1	    idtype: S = BIC, A = ABA, any other = an account
*		    idtype as the REL account sequence carries it
*	cols  3-5   bank, blank = every bank
*	cols  7-40  old identifier
*	cols 42-75  new identifier
*
* A BIC maps the repetitives' stored SWIFT routing id and the REL
* account-sequence entries of idtype S, an ABA the stored ABA routing
* id and the entries of idtype A, an account the entries of its own
* idtype; every map line is also tried against a repetitive's debit
* party id, which carries no idtype of its own.
*
* Three modes:
*
*	(default)   PREVIEW - list every repetitive and Rel_name_seq
*		    account entry that would change; nothing is changed.
*	/APPLY	    make the changes.  Each one is written, before it is
*		    committed, to the undo file REHOME_UNDO with its
*		    before and after images.  Each run is appended to
*		    what the file already holds and closed with its own
*		    ZZTRAILER, so the re-run that finishes a re-homing
*		    keeps the first run's undo records.
*	/ROLLBACK   put back every change an undo file holds
*		    (REHOME_UNDO, read -- every run in it), provided the
*		    entry still holds the after image; one changed since
*		    is left alone and reported.
*
* The job points REHOME_UNDO at the re-homing's own undo file, so one
* re-homing's runs are never rolled back with another's.
*
* /APPLY and /ROLLBACK need /OPERATOR=<login id>: every change and
* every restore is logged to the operator action log (CHNG_AUT_LOG)
* under that operator -- File_Type "RPT" for a repetitive, "REL" for
* a REL account -- exactly as if it had been made on the maintenance
* screen, so the OPRLOG viewer shows who re-homed what and when.  A
* record locked by an operator is skipped, reported, and picked up by
* a re-run.  A map with a rejected line changes nothing.
*
* The report REL_REHOME_OUTPUT lists every change (or would-be
* change) with its old and new value.

* REVISION HISTORY
* ----------------
*
* R. Iverson	16-Nov-2010	CR13237
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	/APPLY appends to REHOME_UNDO instead of replacing it, and
*	/ROLLBACK checks each run's trailer, so a re-run no longer loses
*	the first run's undo records.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select MAP_IN_FILE	Assign to "REHOME_MAP_INPUT"
	       FILE STATUS IS Map_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select UNDO_OUT_FILE	Assign to "REHOME_UNDO"
	       FILE STATUS IS Undo_out_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select UNDO_IN_FILE	Assign to "REHOME_UNDO"
	       FILE STATUS IS Undo_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select RHM_RPT_FILE	Assign to "REL_REHOME_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  MAP_IN_FILE record 80 characters.
01  MAP_IN_REC.
    02 MIN_IDTYPE		Pic X(01).
    02 Filler			Pic X(01).
    02 MIN_BANK			Pic X(03).
    02 Filler			Pic X(01).
    02 MIN_OLD_ID		Pic X(34).
    02 Filler			Pic X(01).
    02 MIN_NEW_ID		Pic X(34).
    02 Filler			Pic X(05).

* Undo records, in the Und_rec_ws layout.
FD  UNDO_OUT_FILE record 200 characters.
01  UNDO_OUT_REC		Pic X(200).

FD  UNDO_IN_FILE record 200 characters.
01  UNDO_IN_REC			Pic X(200).

FD  RHM_RPT_FILE record 132 characters.
01  RHM_RPT_REC			Pic X(132).

Working-Storage Section.

01 Map_in_stat			Pic XX value spaces.
01 Undo_out_stat		Pic XX value spaces.
01 Undo_in_stat			Pic XX value spaces.
01 Map_eof_sw			Pic X value "N".
   88 Map_eof			value "Y".
01 Undo_eof_sw			Pic X value "N".
   88 Undo_eof			value "Y".
01 Run_mode_sw			Pic X value "P".
   88 Preview_mode		value "P".
   88 Apply_mode		value "A".
   88 Rollback_mode		value "R".
01 Rollback_req_sw		Pic X value "N".
   88 Rollback_req		value "Y".

01 Today_ws			Pic X(08) value spaces.
01 Operator_ws			Pic X(12) value spaces.

01 Map_bad_count_ws		pic 9(05) comp-5 value zeroes.
01 Rep_count_ws			pic 9(07) comp-5 value zeroes.
01 Acc_count_ws			pic 9(09) comp-5 value zeroes.
01 Rep_chg_count_ws		pic 9(07) comp-5 value zeroes.
01 Rel_chg_count_ws		pic 9(07) comp-5 value zeroes.
01 Skip_count_ws		pic 9(07) comp-5 value zeroes.
01 Restore_count_ws		pic 9(07) comp-5 value zeroes.
01 Undo_count_ws		pic 9(09) comp-5 value zeroes.
01 Undo_seg_count_ws		pic 9(09) comp-5 value zeroes.
01 Undo_bad_seg_ws		pic 9(05) comp-5 value zeroes.
01 Undo_seg_ws			pic 9(05) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Map_count_ws_d		pic 9(05) usage display.
01 Map_bad_count_ws_d		pic 9(05) usage display.
01 Rep_count_ws_d		pic 9(07) usage display.
01 Acc_count_ws_d		pic 9(09) usage display.
01 Rep_chg_count_ws_d		pic 9(07) usage display.
01 Rel_chg_count_ws_d		pic 9(07) usage display.
01 Skip_count_ws_d		pic 9(07) usage display.
01 Restore_count_ws_d		pic 9(07) usage display.
01 Undo_bad_seg_ws_d		pic 9(05) usage display.
01 Undo_seg_ws_d		pic 9(05) usage display.
01 Rel_id_d_ws			pic 9(10) usage display.

* The map (REHOME_MAP_INPUT), as loaded.
01 Map_tbl_ws.
   02 Map_entry_ws		occurs 2000 times.
      03 Map_idtype_ws			pic x(01).
      03 Map_bank_ws			pic x(03).
      03 Map_old_ws			pic x(34).
      03 Map_new_ws			pic x(34).
01 Map_count_ws			pic 9(05) comp-5 value zeroes.
01 Map_idx_ws			pic 9(05) comp-5 value zeroes.
01 Map_found_ws			pic 9(05) comp-5 value zeroes.
01 Map_reason_ws		pic x(40).

* X10_FIND_MAP: the identifier looked for.  Type "*" takes a map line
* of any idtype.
01 Chk_type_ws			pic x(01).
01 Chk_bank_ws			pic x(03).
01 Chk_id_ws			pic x(34).
01 Probe_ws			pic x(48).

* One change: what it is on, and its before and after images.  The
* same layout is the undo record.
01 Und_rec_ws.
   02 Und_kind_ws		pic x(01).
      88 Und_repetitive		value "R".
      88 Und_rel_account	value "A".
   02 Und_field_ws		pic x(01).
   02 Und_bank_ws		pic x(03).
   02 Und_rep_key_ws		pic x(40).
   02 Und_rel_id_ws		pic 9(10).
   02 Und_before_ws		pic x(34).
   02 Und_after_ws		pic x(34).
   02 Und_date_ws		pic x(08).
   02 Und_operator_ws		pic x(12).
   02 Filler			pic x(57).

* An undo trailer, in the BY_LOGS_DMP ZZTRAILER layout (no amounts,
* so the hash-total is zero).
01 Trailer_parse_ws.
   05 Tr_tag_ws			Pic X(09).
   05 Filler			Pic X(01).
   05 Tr_count_in_ws		Pic 9(09).
   05 Filler			Pic X(01).
   05 Tr_hash_in_ws		Pic 9(15)v9(3).
01 Tr_count_disp_ws		pic 9(09) usage display.
01 Tr_hash_disp_ws		pic 9(15)v9(3) usage display.
01 Trailer_line_ws		pic x(200).

* One address's account entries to change, collected during the walk
* of its sequence and changed after it (a changed key would move the
* entry under the walk).
01 Cand_tbl_ws.
   02 Cand_entry_ws		occurs 100 times.
      03 Cand_idtype_ws			pic x(01).
      03 Cand_bank_ws			pic x(03).
      03 Cand_old_ws			pic x(34).
      03 Cand_new_ws			pic x(34).
01 Cand_count_ws		pic 9(03) comp-5 value zeroes.
01 Cand_idx_ws			pic 9(03) comp-5 value zeroes.
01 Cand_lost_ws			pic 9(07) comp-5 value zeroes.

* /ROLLBACK: the repetitive changes of the undo file, put back in one
* walk of the repetitive index.
01 Rbk_tbl_ws.
   02 Rbk_entry_ws		occurs 20000 times.
      03 Rbk_rep_key_ws			pic x(40).
      03 Rbk_field_ws			pic x(01).
      03 Rbk_before_ws			pic x(34).
      03 Rbk_after_ws			pic x(34).
      03 Rbk_done_ws			pic x(01).
01 Rbk_count_ws			pic 9(05) comp-5 value zeroes.
01 Rbk_idx_ws			pic 9(05) comp-5 value zeroes.
01 Rbk_found_ws			pic 9(05) comp-5 value zeroes.

01 Rep_key_ws			Pic X(40).
01 Cur_value_ws			Pic X(34).
01 Result_txt_ws		Pic X(10).
01 Field_txt_ws			Pic X(06).
01 Log_type_ws			Pic X(03).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rhm_rept_index:		que(	%`SBJ_DD_PATH:REPT_INDEX.DDF`);
Rhm_adr_set:		set(	%`SBJ_DD_PATH:REL_ADR_SET.DDF`);
Rhm_acc_seq:		seq(	%`SBJ_DD_PATH:REL_NAME_SEQ.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);

%^ Scratch index of the map's (and, for /ROLLBACK, the undo file's)
%^ keys, so a repetitive or account that is not in the map costs one
%^ probe, not a table scan.
Rhm_probe_q:		que(%`SBJ_DD_PATH:GEN_VSTR_INDEX.DDF`);
Rhm_probe_vs:		vstr(48);
Rhm_compose:		Compose(^NOTRAILING_BLANKS);

Rhm_rep_key_vs:		vstr(40);
Rhm_new_vs:		vstr(34);
Rhm_old_vs:		vstr(34);
Rhm_idtype_ws:		str(1);
Rhm_bank_ws:		str(3);
Rhm_rel_id:		long;
Rhm_file_key_vs:	vstr(40);
Rhm_memo_vs:		vstr(80);
Rhm_lock_sts:		boolean;
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;
compose:		compose;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Output RHM_RPT_FILE.

	Move spaces to Report_line_ws.
	Evaluate true
	    when Apply_mode
		String "REL/repetitive re-homing - APPLY by operator "
			Delimited by size,
		       Operator_ws Delimited by space
			into Report_line_ws
	    when Rollback_mode
		String "REL/repetitive re-homing - ROLLBACK by operator "
			Delimited by size,
		       Operator_ws Delimited by space
			into Report_line_ws
	    when other
		String "REL/repetitive re-homing - PREVIEW, nothing"
			" changed" Delimited by size
			into Report_line_ws
	End-evaluate.
	Write RHM_RPT_REC from Report_line_ws.

	If Rollback_mode
	    Perform B40_ROLLBACK thru B40_ROLLBACK_end
	    Go to A00_MAIN_TOTALS
	End-if.

	Perform B10_LOAD_MAP thru B10_LOAD_MAP_end.

	If Map_bad_count_ws > 0 or Map_count_ws = 0
	    Move Map_bad_count_ws to Map_bad_count_ws_d
	    Move spaces to Report_line_ws
	    String "*ERROR*  " Delimited by size,
		   Map_bad_count_ws_d Delimited by size,
		   " map line(s) rejected, or no map - nothing changed"
			Delimited by size
		    into Report_line_ws
	    Write RHM_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLOSE
	End-if.

* A re-run appends to the first run's undo records; the first run of
* a re-homing creates the file.
	If Apply_mode
	    Open Extend UNDO_OUT_FILE
	    If Undo_out_stat = "35"
		Open Output UNDO_OUT_FILE
	    End-if
	    If Undo_out_stat not = "00"
		Display "%REL_REHOME-E-NOUNDO, cannot open REHOME_UNDO"
			" - nothing changed"
		Move 1 to abort_ls
		Go to A00_MAIN_CLOSE
	    End-if
	End-if.

	Perform B20_SCAN_REPETITIVES thru B20_SCAN_REPETITIVES_end.
	Perform B30_SCAN_REL thru B30_SCAN_REL_end.

	If Apply_mode
	    Move Undo_count_ws to Tr_count_disp_ws
	    Move zero to Tr_hash_disp_ws
	    Move spaces to Trailer_line_ws
	    String "ZZTRAILER "		Delimited by size,
		   Tr_count_disp_ws	Delimited by size,
		   " "			Delimited by size,
		   Tr_hash_disp_ws	Delimited by size
		    into Trailer_line_ws
	    Write UNDO_OUT_REC from Trailer_line_ws
	    Close UNDO_OUT_FILE
	End-if.

	If Cand_lost_ws > 0
	    Move Cand_lost_ws to Skip_count_ws_d
	    Move spaces to Report_line_ws
	    String "*ERROR*  " Delimited by size,
		   Skip_count_ws_d Delimited by size,
		   " account entr(ies) not taken - more than 100 to"
			Delimited by size,
		   " change on one address; re-run to finish"
			Delimited by size
		    into Report_line_ws
	    Write RHM_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

A00_MAIN_TOTALS.

	Move Rep_count_ws to Rep_count_ws_d.
	Move Acc_count_ws to Acc_count_ws_d.
	Move spaces to Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.
	If not Rollback_mode
	    Move Map_count_ws to Map_count_ws_d
	    Move spaces to Report_line_ws
	    String Map_count_ws_d Delimited by size,
		   " map line(s); " Delimited by size,
		   Rep_count_ws_d Delimited by size,
		   " repetitive(s) and " Delimited by size,
		   Acc_count_ws_d Delimited by size,
		   " REL account entr(ies) checked" Delimited by size
		    into Report_line_ws
	    Write RHM_RPT_REC from Report_line_ws
	End-if.

	Move Rep_chg_count_ws to Rep_chg_count_ws_d.
	Move Rel_chg_count_ws to Rel_chg_count_ws_d.
	Move Skip_count_ws to Skip_count_ws_d.
	Move Restore_count_ws to Restore_count_ws_d.
	Move spaces to Report_line_ws.
	Evaluate true
	    when Rollback_mode
		String Restore_count_ws_d Delimited by size,
		       " change(s) restored, " Delimited by size,
		       Skip_count_ws_d Delimited by size,
		       " left alone" Delimited by size
			into Report_line_ws
	    when Apply_mode
		String Rep_chg_count_ws_d Delimited by size,
		       " repetitive and " Delimited by size,
		       Rel_chg_count_ws_d Delimited by size,
		       " REL account change(s) made, " Delimited by size,
		       Skip_count_ws_d Delimited by size,
		       " skipped" Delimited by size
			into Report_line_ws
	    when other
		String Rep_chg_count_ws_d Delimited by size,
		       " repetitive and " Delimited by size,
		       Rel_chg_count_ws_d Delimited by size,
		       " REL account change(s) would be made"
			Delimited by size
			into Report_line_ws
	End-evaluate.
	Write RHM_RPT_REC from Report_line_ws.

	%^*********************************************************************
	%^* REL_REHOME$_COUNT  /I ${1} repetitive and ${2} REL account
	%^*	change(s), ${3} skipped, ${4} restored.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"REL_REHOME$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Rep_chg_count_ws, Rel_chg_count_ws,
				    Skip_count_ws, Restore_count_ws);

A00_MAIN_CLOSE.

	Close RHM_RPT_FILE.

	%beg
	BREAK: Rhm_probe_q;
	BREAK: Rhm_rept_index;
	%end.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	%ace_conn_root_q Rel_index;.

	%beg
	Dat_root_set
		(.rept_index CONN: RHM_REPT_INDEX);
	%end.

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

	%Beg ALLOC_TEMP: Rhm_probe_q; %End.

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ /APPLY or /ROLLBACK (neither = preview), and /OPERATOR=<login id>,
%^ which both of them need.

	Call "ACE_ARG_FIND" using
	      by content "-apply:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "A" to Run_mode_sw
	End-if.

	Call "ACE_ARG_FIND" using
	      by content "-rollback:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Rollback_req_sw
	End-if.

	If Rollback_req
	    If Apply_mode
		Display "%REL_REHOME-E-CONFLICT, /APPLY and /ROLLBACK"
			" together"
		Move 1 to abort_ls
		%EXIT PROGRAM;
	    End-if
	    Move "R" to Run_mode_sw
	End-if.

	Call "ACE_ARG_FIND" using
	      by content "-operator:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Operator_ws
	End-if.

	If not Preview_mode and Operator_ws = spaces
	    Display "%REL_REHOME-E-NOOPER, /APPLY and /ROLLBACK need"
		    " /OPERATOR=<login id>"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


B10_LOAD_MAP.
%^ Load and edit the map; every line is listed, every rejected one
%^ with its reason.

	Open Input MAP_IN_FILE.
	If Map_in_stat not = "00"
	    Display "%REL_REHOME-E-NOINPUT, cannot open REHOME_MAP_INPUT"
	    Move 1 to abort_ls
	    Go to B10_LOAD_MAP_end
	End-if.

	Move spaces to Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Map" Delimited by size
		into Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.

	Perform until Map_eof

	    Read MAP_IN_FILE
		at end Move "Y" to Map_eof_sw
		not at end
		    Perform C10_MAP_LINE thru C10_MAP_LINE_end
	    End-read

	End-perform.

	Close MAP_IN_FILE.

B10_LOAD_MAP_end.
	Exit.


B20_SCAN_REPETITIVES.
%^ Every stored repetitive: its SWIFT and ABA routing ids and its
%^ debit party id against the map.

	Move spaces to Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Repetitives  (bank:rep_id:line  field  old -> new)"
		Delimited by size
		into Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.

	%beg
	FIRST: Rhm_rept_index;
	%end.

	Perform until Seq_end_is in Rhm_rept_index_cursor

	    Add 1 to Rep_count_ws
	    Perform C20_ONE_REPETITIVE thru C20_ONE_REPETITIVE_end

	    %beg NEXT: Rhm_rept_index; %end

	End-perform.

B20_SCAN_REPETITIVES_end.
	Exit.


B30_SCAN_REL.
%^ Every REL address: the entries of its account sequence against the
%^ map, the REL_ACCT_SCRUB walk.

	Move spaces to Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "REL accounts  (rel_id  bank idtype  old -> new)"
		Delimited by size
		into Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.

	%beg
	FIRST: Rel_index;
	%end.

	Perform until Seq_end_is in Rel_index_cursor

	    If address_is in Rel_type of Rel_index
		Perform C30_ONE_ADDRESS thru C30_ONE_ADDRESS_end
	    End-if

	    %beg NEXT: Rel_index; %end

	End-perform.

B30_SCAN_REL_end.
	Exit.


B40_ROLLBACK.
%^ Put back what an undo file holds, every /APPLY run in it.  REL
%^ account changes are put back as they are read; repetitive changes
%^ are collected and put back in one walk of the repetitive index.

	Open Input UNDO_IN_FILE.
	If Undo_in_stat not = "00"
	    Display "%REL_REHOME-E-NOUNDO, cannot open REHOME_UNDO"
	    Move 1 to abort_ls
	    Go to B40_ROLLBACK_end
	End-if.

	Move spaces to Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Restored  (kind  key  field  now -> restored)"
		Delimited by size
		into Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.

	Perform until Undo_eof

	    Read UNDO_IN_FILE into Und_rec_ws
		at end Move "Y" to Undo_eof_sw
	    End-read

	    If not Undo_eof
		If Und_rec_ws(1:9) = "ZZTRAILER"
		    Move Und_rec_ws(1:38) to Trailer_parse_ws
		    Perform C42_UNDO_TRAILER thru C42_UNDO_TRAILER_end
		Else
		    Add 1 to Undo_count_ws, Undo_seg_count_ws
		    Perform C40_UNDO_RECORD thru C40_UNDO_RECORD_end
		End-if
	    End-if

	End-perform.

	Close UNDO_IN_FILE.

* Records after the last trailer are from an apply that did not
* finish: everything they hold is put back all the same, which is
* what is wanted after a failed apply.
	If Undo_seg_count_ws > 0
	    Add 1 to Undo_seg_ws, Undo_bad_seg_ws
	End-if.

	If Undo_bad_seg_ws > 0
	    Move Undo_bad_seg_ws to Undo_bad_seg_ws_d
	    Move Undo_seg_ws to Undo_seg_ws_d
	    Move spaces to Report_line_ws
	    String "*WARNING* " Delimited by size,
		   Undo_bad_seg_ws_d Delimited by size,
		   " of the undo file's " Delimited by size,
		   Undo_seg_ws_d Delimited by size,
		   " apply run(s) have no matching trailer - an apply"
		    Delimited by size,
		   " did not finish; restoring what they hold"
		    Delimited by size
		    into Report_line_ws
	    Write RHM_RPT_REC from Report_line_ws
	End-if.

	If Rbk_count_ws > 0
	    Perform C45_ROLLBACK_REPETITIVES
		    thru C45_ROLLBACK_REPETITIVES_end
	End-if.

B40_ROLLBACK_end.
	Exit.


C10_MAP_LINE.
%^ Edit one map line and file it.

	If MAP_IN_REC = spaces
	    Go to C10_MAP_LINE_end
	End-if.

	Move spaces to Map_reason_ws.
	Move MIN_IDTYPE to Chk_type_ws.
	Move MIN_BANK to Chk_bank_ws.
	Move MIN_OLD_ID to Chk_id_ws.

	Evaluate true
	    when MIN_IDTYPE = space
		Move "no idtype" to Map_reason_ws
	    when MIN_OLD_ID = spaces or MIN_NEW_ID = spaces
		Move "old and new identifier are both required"
			to Map_reason_ws
	    when MIN_OLD_ID = MIN_NEW_ID
		Move "old and new identifier are the same"
			to Map_reason_ws
	    when MIN_IDTYPE = "S"
	      and MIN_NEW_ID(9:26) not = spaces
	      and (MIN_NEW_ID(12:23) not = spaces
		   or MIN_NEW_ID(9:1) = space
		   or MIN_NEW_ID(10:1) = space
		   or MIN_NEW_ID(11:1) = space)
		Move "new BIC is not 8 or 11 characters"
			to Map_reason_ws
	    when MIN_IDTYPE = "A"
	      and (MIN_NEW_ID(1:9) is not numeric
		   or MIN_NEW_ID(10:25) not = spaces)
		Move "new ABA is not 9 digits" to Map_reason_ws
	    when Map_count_ws not < 2000
		Move "more than 2000 map lines" to Map_reason_ws
	    when other
		Continue
	End-evaluate.

	If Map_reason_ws = spaces
	    Perform varying Map_idx_ws from 1 by 1
		    until Map_idx_ws > Map_count_ws
		If Map_idtype_ws(Map_idx_ws) = MIN_IDTYPE
		  and Map_bank_ws(Map_idx_ws) = MIN_BANK
		  and Map_old_ws(Map_idx_ws) = MIN_OLD_ID
		    Move "old identifier mapped twice"
			    to Map_reason_ws
		    Move Map_count_ws to Map_idx_ws
		End-if
	    End-perform
	End-if.

	Move spaces to Report_line_ws.
	If Map_reason_ws not = spaces
	    Add 1 to Map_bad_count_ws
	    Move "REJECTED" to Result_txt_ws
	Else
	    Move "OK" to Result_txt_ws
	End-if.
	String "  " Delimited by size,
	       Result_txt_ws Delimited by size,
	       MIN_IDTYPE Delimited by size,
	       " " Delimited by size,
	       MIN_BANK Delimited by size,
	       " " Delimited by size,
	       MIN_OLD_ID Delimited by space,
	       " -> " Delimited by size,
	       MIN_NEW_ID Delimited by space,
	       "  " Delimited by size,
	       Map_reason_ws Delimited by size
		into Report_line_ws.
	Write RHM_RPT_REC from Report_line_ws.

	If Map_reason_ws not = spaces
	    Go to C10_MAP_LINE_end
	End-if.

	Add 1 to Map_count_ws.
	Move MIN_IDTYPE to Map_idtype_ws(Map_count_ws).
	Move MIN_BANK to Map_bank_ws(Map_count_ws).
	Move MIN_OLD_ID to Map_old_ws(Map_count_ws).
	Move MIN_NEW_ID to Map_new_ws(Map_count_ws).

	Perform X05_PROBE_KEY thru X05_PROBE_KEY_end.
	%Beg
	SEARCH: Rhm_probe_q EQL key=Rhm_probe_vs;
	%End.
	If failure_is in Rhm_probe_q_status
	    %Beg
	    ALLOC_ELEM: Rhm_probe_q.Vstr_key = Rhm_probe_vs;
	    %End
	End-if.

C10_MAP_LINE_end.
	Exit.


C20_ONE_REPETITIVE.
%^ The repetitive the index is on: each of its three ids in turn.

	%beg
	compose ^out(Rhm_rep_key_vs)
	    Rhm_rept_index.Rep_bank, ":",
	    Rhm_rept_index.Rep_id, ":",
	    Rhm_rept_index.Rep_line_num, /;
	%end.
	Move spaces to Rep_key_ws.
	Move Rhm_rep_key_vs(1:Rhm_rep_key_vs_length) to Rep_key_ws.
	Move Rep_bank of Rhm_rept_index to Chk_bank_ws.

	If Rep_swift_id of Rhm_rept_index not = spaces
	    Move "S" to Chk_type_ws, Und_field_ws
	    Move spaces to Chk_id_ws
	    Move Rep_swift_id of Rhm_rept_index to Chk_id_ws
	    Perform D20_REPET_FIELD thru D20_REPET_FIELD_end
	End-if.

	If Rep_aba_id of Rhm_rept_index not = spaces
	    Move "A" to Chk_type_ws, Und_field_ws
	    Move spaces to Chk_id_ws
	    Move Rep_aba_id of Rhm_rept_index to Chk_id_ws
	    Perform D20_REPET_FIELD thru D20_REPET_FIELD_end
	End-if.

	If Rep_dbt_id of Rhm_rept_index not = spaces
	    Move "*" to Chk_type_ws
	    Move "D" to Und_field_ws
	    Move spaces to Chk_id_ws
	    Move Rep_dbt_id of Rhm_rept_index to Chk_id_ws
	    Perform D20_REPET_FIELD thru D20_REPET_FIELD_end
	End-if.

C20_ONE_REPETITIVE_end.
	Exit.


C30_ONE_ADDRESS.
%^ Collect the address's account entries the map changes, then change
%^ them.

	Move zero to Cand_count_ws.

	%beg
	BREAK: Rhm_adr_set;
	Rel_index CONN: Rhm_adr_set(nomod);
	BREAK: Rhm_acc_seq;
	Rhm_adr_set.account_seq CONN: Rhm_acc_seq(NOMOD);
	FIRST: Rhm_acc_seq;
	%end.

	Perform until Seq_end_is in Rhm_acc_seq_cursor

	    Add 1 to Acc_count_ws

	    %beg
	    Rhm_idtype_ws = Rhm_acc_seq.Rel_name_key.Idtype;
	    Rhm_bank_ws   = Rhm_acc_seq.Rel_name_key.Idbank;
	    Rhm_old_vs    = Rhm_acc_seq.Rel_name_key.Idkey.Idacc;
	    %end

	    Move Rhm_idtype_ws to Chk_type_ws
	    Move Rhm_bank_ws to Chk_bank_ws
	    Move spaces to Chk_id_ws
	    If Rhm_old_vs_length > 0
		Move Rhm_old_vs(1:Rhm_old_vs_length) to Chk_id_ws
	    End-if
	    Perform X10_FIND_MAP thru X10_FIND_MAP_end

	    If Map_found_ws > 0
		If Cand_count_ws < 100
		    Add 1 to Cand_count_ws
		    Move Chk_type_ws to Cand_idtype_ws(Cand_count_ws)
		    Move Chk_bank_ws to Cand_bank_ws(Cand_count_ws)
		    Move Chk_id_ws to Cand_old_ws(Cand_count_ws)
		    Move Map_new_ws(Map_found_ws)
			    to Cand_new_ws(Cand_count_ws)
		Else
		    Add 1 to Cand_lost_ws
		End-if
	    End-if

	    %beg NEXT: Rhm_acc_seq; %end

	End-perform.

	Move Rel_id of Rhm_adr_set to Rel_id_d_ws.

	%beg
	BREAK: Rhm_acc_seq;
	BREAK: Rhm_adr_set;
	%end.

	If Cand_count_ws = 0
	    Go to C30_ONE_ADDRESS_end
	End-if.

	If Apply_mode
	    %beg
	    Rel_index CONN: Rhm_adr_set;
	    Rhm_adr_set.account_seq CONN: Rhm_acc_seq;
	    %end
	End-if.

	Perform varying Cand_idx_ws from 1 by 1
		until Cand_idx_ws > Cand_count_ws
	    Perform D30_REL_CHANGE thru D30_REL_CHANGE_end
	End-perform.

	%beg
	BREAK: Rhm_acc_seq;
	BREAK: Rhm_adr_set;
	%end.

C30_ONE_ADDRESS_end.
	Exit.


C40_UNDO_RECORD.
%^ One undo record: a REL account change is put back now, a
%^ repetitive change is kept for the walk.

	If Und_repetitive
	    If Rbk_count_ws not < 20000
		Add 1 to Skip_count_ws
		Move "TABLE FULL" to Result_txt_ws
		Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
		Move 1 to abort_ls
		Go to C40_UNDO_RECORD_end
	    End-if
	    Add 1 to Rbk_count_ws
	    Move Und_rep_key_ws to Rbk_rep_key_ws(Rbk_count_ws)
	    Move Und_field_ws to Rbk_field_ws(Rbk_count_ws)
	    Move Und_before_ws to Rbk_before_ws(Rbk_count_ws)
	    Move Und_after_ws to Rbk_after_ws(Rbk_count_ws)
	    Move "N" to Rbk_done_ws(Rbk_count_ws)
	    Perform X06_ROLLBACK_KEY thru X06_ROLLBACK_KEY_end
	    %Beg
	    SEARCH: Rhm_probe_q EQL key=Rhm_probe_vs;
	    %End
	    If failure_is in Rhm_probe_q_status
		%Beg
		ALLOC_ELEM: Rhm_probe_q.Vstr_key = Rhm_probe_vs;
		%End
	    End-if
	    Go to C40_UNDO_RECORD_end
	End-if.

	If not Und_rel_account
	    Go to C40_UNDO_RECORD_end
	End-if.

* The account entry now carries the after image; find it on its
* address and give it back the before image.
	Move Und_rel_id_ws to Rhm_rel_id.
	Move Und_field_ws to Rhm_idtype_ws.
	Move Und_bank_ws to Rhm_bank_ws.
	%beg
	Rhm_compose ^OUT(Rhm_old_vs) Und_after_ws, /;
	Rhm_compose ^OUT(Rhm_new_vs) Und_before_ws, /;
	BREAK: Rhm_adr_set;
	BREAK: Rhm_acc_seq;
	Rel_index ^SEARCH (Key = Rhm_rel_id);
	%end.

	If (Failure_is in Rel_index_status)
	  or not (OBJECT_IS in Rel_index_cursor)
	    Add 1 to Skip_count_ws
	    Move "NO ADDRESS" to Result_txt_ws
	    Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    Go to C40_UNDO_RECORD_end
	End-if.

	%beg
	Rel_index CONN: Rhm_adr_set;
	Rhm_adr_set.account_seq CONN: Rhm_acc_seq;
	SEARCH: Rhm_acc_seq (notrap, EQL, .Rel_name_key
				(.idbank = Rhm_bank_ws,
				 .idtype = Rhm_idtype_ws,
				 .idkey.idacc = Rhm_old_vs ) );
	%end.

	If Failure_is in Rhm_acc_seq_status
	    Add 1 to Skip_count_ws
	    Move "CHANGED" to Result_txt_ws
	    Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    Go to C40_UNDO_RECORD_cleanup
	End-if.

	%beg
	Rhm_acc_seq(notrap, nomod_wait, mod);
	Rhm_lock_sts = Rhm_acc_seq status;
	%end.

	If Failure_is in Rhm_lock_sts
	    Add 1 to Skip_count_ws
	    Move "LOCKED" to Result_txt_ws
	    Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    Go to C40_UNDO_RECORD_cleanup
	End-if.

	Move spaces to Rhm_file_key_vs.
	%beg
	compose ^out(Rhm_file_key_vs) Und_rel_id_ws, /;
	compose ^out(Rhm_memo_vs) "Re-home rolled back - ",
		Rhm_idtype_ws, " ", Rhm_old_vs, " -> ", Rhm_new_vs, /;
	%end.
	Move "REL" to Log_type_ws.
	Perform X30_LOG_CHANGE thru X30_LOG_CHANGE_end.

	%beg
	Rhm_acc_seq.Rel_name_key.Idkey.Idacc = Rhm_new_vs;
	COMMIT: Tran;
	Rhm_acc_seq(etrap, nomod);
	%end.

	Add 1 to Restore_count_ws.
	Move "RESTORED" to Result_txt_ws.
	Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end.

C40_UNDO_RECORD_cleanup.
	%beg
	BREAK: Rhm_acc_seq;
	BREAK: Rhm_adr_set;
	%end.

C40_UNDO_RECORD_end.
	Exit.


C42_UNDO_TRAILER.
%^ The trailer closing one /APPLY run's undo records: its count must
%^ be the records read since the run before.

	Add 1 to Undo_seg_ws.
	If Tr_count_in_ws not = Undo_seg_count_ws
	    Add 1 to Undo_bad_seg_ws
	End-if.
	Move zero to Undo_seg_count_ws.

C42_UNDO_TRAILER_end.
	Exit.


C45_ROLLBACK_REPETITIVES.
%^ One walk of the repetitive index putting back the collected
%^ repetitive changes; any not met is reported at the end.

	%beg
	FIRST: Rhm_rept_index;
	%end.

	Perform until Seq_end_is in Rhm_rept_index_cursor

	    %beg
	    compose ^out(Rhm_rep_key_vs)
		Rhm_rept_index.Rep_bank, ":",
		Rhm_rept_index.Rep_id, ":",
		Rhm_rept_index.Rep_line_num, /;
	    %end
	    Move spaces to Rep_key_ws
	    Move Rhm_rep_key_vs(1:Rhm_rep_key_vs_length) to Rep_key_ws

	    Move "S" to Und_field_ws
	    Perform D45_ROLLBACK_FIELD thru D45_ROLLBACK_FIELD_end
	    Move "A" to Und_field_ws
	    Perform D45_ROLLBACK_FIELD thru D45_ROLLBACK_FIELD_end
	    Move "D" to Und_field_ws
	    Perform D45_ROLLBACK_FIELD thru D45_ROLLBACK_FIELD_end

	    %beg NEXT: Rhm_rept_index; %end

	End-perform.

	Perform varying Rbk_idx_ws from 1 by 1
		until Rbk_idx_ws > Rbk_count_ws
	    If Rbk_done_ws(Rbk_idx_ws) = "N"
		Add 1 to Skip_count_ws
		Move "R" to Und_kind_ws
		Move Rbk_rep_key_ws(Rbk_idx_ws) to Und_rep_key_ws
		Move Rbk_field_ws(Rbk_idx_ws) to Und_field_ws
		Move Rbk_before_ws(Rbk_idx_ws) to Und_before_ws
		Move Rbk_after_ws(Rbk_idx_ws) to Und_after_ws
		Move "NOT FOUND" to Result_txt_ws
		Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    End-if
	End-perform.

C45_ROLLBACK_REPETITIVES_end.
	Exit.


D20_REPET_FIELD.
%^ One id of the repetitive (field Und_field_ws, value Chk_id_ws):
%^ list it when the map changes it, and under /APPLY change it.

	Perform X10_FIND_MAP thru X10_FIND_MAP_end.
	If Map_found_ws = 0
	    Go to D20_REPET_FIELD_end
	End-if.

	Move "R" to Und_kind_ws.
	Move Chk_bank_ws to Und_bank_ws.
	Move Rep_key_ws to Und_rep_key_ws.
	Move zero to Und_rel_id_ws.
	Move Chk_id_ws to Und_before_ws.
	Move Map_new_ws(Map_found_ws) to Und_after_ws.
	Move Today_ws to Und_date_ws.
	Move Operator_ws to Und_operator_ws.

	If Preview_mode
	    Add 1 to Rep_chg_count_ws
	    Move "WOULD SET" to Result_txt_ws
	    Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end
	    Go to D20_REPET_FIELD_end
	End-if.

	%beg
	Rhm_rept_index(notrap, nomod_wait, mod);
	Rhm_lock_sts = Rhm_rept_index status;
	%end.

	If Failure_is in Rhm_lock_sts
	    Add 1 to Skip_count_ws
	    Move "LOCKED" to Result_txt_ws
	    Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end
	    Go to D20_REPET_FIELD_end
	End-if.

* The before image is on file before the change is committed.
	Write UNDO_OUT_REC from Und_rec_ws.
	Add 1 to Undo_count_ws.

	%beg
	Rhm_compose ^OUT(Rhm_new_vs) Und_after_ws, /;
	Rhm_compose ^OUT(Rhm_old_vs) Und_before_ws, /;
	Rhm_file_key_vs = Rhm_rep_key_vs;
	compose ^out(Rhm_memo_vs) "Re-home - ", Und_field_ws, " ",
		Rhm_old_vs, " -> ", Rhm_new_vs, /;
	%end.
	Move "RPT" to Log_type_ws.
	Perform X30_LOG_CHANGE thru X30_LOG_CHANGE_end.

	Evaluate Und_field_ws
	    when "S"
		%beg Rhm_rept_index.Rep_swift_id = Rhm_new_vs; %end
	    when "A"
		%beg Rhm_rept_index.Rep_aba_id = Rhm_new_vs; %end
	    when other
		%beg Rhm_rept_index.Rep_dbt_id = Rhm_new_vs; %end
	End-evaluate.

	%beg
	COMMIT: Tran;
	Rhm_rept_index(etrap, nomod);
	%end.

	Add 1 to Rep_chg_count_ws.
	Move "CHANGED" to Result_txt_ws.
	Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end.

D20_REPET_FIELD_end.
	Exit.


D30_REL_CHANGE.
%^ One collected account entry of the address: list it, and under
%^ /APPLY give it its new identifier -- unless the address already
%^ carries the new one.

	Move "A" to Und_kind_ws.
	Move Cand_idtype_ws(Cand_idx_ws) to Und_field_ws.
	Move Cand_bank_ws(Cand_idx_ws) to Und_bank_ws.
	Move spaces to Und_rep_key_ws.
	Move Rel_id_d_ws to Und_rel_id_ws.
	Move Cand_old_ws(Cand_idx_ws) to Und_before_ws.
	Move Cand_new_ws(Cand_idx_ws) to Und_after_ws.
	Move Today_ws to Und_date_ws.
	Move Operator_ws to Und_operator_ws.

	If Preview_mode
	    Add 1 to Rel_chg_count_ws
	    Move "WOULD SET" to Result_txt_ws
	    Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end
	    Go to D30_REL_CHANGE_end
	End-if.

	Move Und_field_ws to Rhm_idtype_ws.
	Move Und_bank_ws to Rhm_bank_ws.
	%beg
	Rhm_compose ^OUT(Rhm_old_vs) Und_before_ws, /;
	Rhm_compose ^OUT(Rhm_new_vs) Und_after_ws, /;
	SEARCH: Rhm_acc_seq (notrap, EQL, .Rel_name_key
				(.idbank = Rhm_bank_ws,
				 .idtype = Rhm_idtype_ws,
				 .idkey.idacc = Rhm_new_vs ) );
	%end.

	If Success_is in Rhm_acc_seq_status
	    Add 1 to Skip_count_ws
	    Move "NEW EXISTS" to Result_txt_ws
	    Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end
	    Go to D30_REL_CHANGE_end
	End-if.

	%beg
	SEARCH: Rhm_acc_seq (notrap, EQL, .Rel_name_key
				(.idbank = Rhm_bank_ws,
				 .idtype = Rhm_idtype_ws,
				 .idkey.idacc = Rhm_old_vs ) );
	%end.
	If Success_is in Rhm_acc_seq_status
	    %beg
	    Rhm_acc_seq(notrap, nomod_wait, mod);
	    Rhm_lock_sts = Rhm_acc_seq status;
	    %end
	Else
	    Set Failure_is in Rhm_lock_sts to true
	End-if.

	If Failure_is in Rhm_lock_sts
	    Add 1 to Skip_count_ws
	    Move "LOCKED" to Result_txt_ws
	    Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end
	    Go to D30_REL_CHANGE_end
	End-if.

* The before image is on file before the change is committed.
	Write UNDO_OUT_REC from Und_rec_ws.
	Add 1 to Undo_count_ws.

	%beg
	compose ^out(Rhm_file_key_vs) Und_rel_id_ws, /;
	compose ^out(Rhm_memo_vs) "Re-home - ", Rhm_idtype_ws, " ",
		Rhm_old_vs, " -> ", Rhm_new_vs, /;
	%end.
	Move "REL" to Log_type_ws.
	Perform X30_LOG_CHANGE thru X30_LOG_CHANGE_end.

	%beg
	Rhm_acc_seq.Rel_name_key.Idkey.Idacc = Rhm_new_vs;
	COMMIT: Tran;
	Rhm_acc_seq(etrap, nomod);
	%end.

	Add 1 to Rel_chg_count_ws.
	Move "CHANGED" to Result_txt_ws.
	Perform X45_CHANGE_LINE thru X45_CHANGE_LINE_end.

D30_REL_CHANGE_end.
	Exit.


D45_ROLLBACK_FIELD.
%^ Field Und_field_ws of the repetitive the index is on: when the undo
%^ file changed it, and it still holds the after image, put the
%^ before image back.

	Move Rep_key_ws to Und_rep_key_ws.
	Perform X06_ROLLBACK_KEY thru X06_ROLLBACK_KEY_end.
	%Beg
	SEARCH: Rhm_probe_q EQL key=Rhm_probe_vs;
	%End.
	If failure_is in Rhm_probe_q_status
	    Go to D45_ROLLBACK_FIELD_end
	End-if.

	Move zero to Rbk_found_ws.
	Perform varying Rbk_idx_ws from 1 by 1
		until Rbk_idx_ws > Rbk_count_ws
	    If Rbk_rep_key_ws(Rbk_idx_ws) = Rep_key_ws
	      and Rbk_field_ws(Rbk_idx_ws) = Und_field_ws
	      and Rbk_done_ws(Rbk_idx_ws) = "N"
		Move Rbk_idx_ws to Rbk_found_ws
		Move Rbk_count_ws to Rbk_idx_ws
	    End-if
	End-perform.
	If Rbk_found_ws = 0
	    Go to D45_ROLLBACK_FIELD_end
	End-if.

	Move "Y" to Rbk_done_ws(Rbk_found_ws).
	Move "R" to Und_kind_ws.
	Move Rep_key_ws to Und_rep_key_ws.
	Move Rbk_before_ws(Rbk_found_ws) to Und_before_ws.
	Move Rbk_after_ws(Rbk_found_ws) to Und_after_ws.

	Move spaces to Cur_value_ws.
	Evaluate Und_field_ws
	    when "S"
		Move Rep_swift_id of Rhm_rept_index to Cur_value_ws
	    when "A"
		Move Rep_aba_id of Rhm_rept_index to Cur_value_ws
	    when other
		Move Rep_dbt_id of Rhm_rept_index to Cur_value_ws
	End-evaluate.

	If Cur_value_ws not = Und_after_ws
	    Add 1 to Skip_count_ws
	    Move "CHANGED" to Result_txt_ws
	    Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    Go to D45_ROLLBACK_FIELD_end
	End-if.

	%beg
	Rhm_rept_index(notrap, nomod_wait, mod);
	Rhm_lock_sts = Rhm_rept_index status;
	%end.

	If Failure_is in Rhm_lock_sts
	    Add 1 to Skip_count_ws
	    Move "LOCKED" to Result_txt_ws
	    Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end
	    Go to D45_ROLLBACK_FIELD_end
	End-if.

	%beg
	Rhm_compose ^OUT(Rhm_new_vs) Und_before_ws, /;
	Rhm_compose ^OUT(Rhm_old_vs) Und_after_ws, /;
	Rhm_file_key_vs = Rhm_rep_key_vs;
	compose ^out(Rhm_memo_vs) "Re-home rolled back - ", Und_field_ws,
		" ", Rhm_old_vs, " -> ", Rhm_new_vs, /;
	%end.
	Move "RPT" to Log_type_ws.
	Perform X30_LOG_CHANGE thru X30_LOG_CHANGE_end.

	Evaluate Und_field_ws
	    when "S"
		%beg Rhm_rept_index.Rep_swift_id = Rhm_new_vs; %end
	    when "A"
		%beg Rhm_rept_index.Rep_aba_id = Rhm_new_vs; %end
	    when other
		%beg Rhm_rept_index.Rep_dbt_id = Rhm_new_vs; %end
	End-evaluate.

	%beg
	COMMIT: Tran;
	Rhm_rept_index(etrap, nomod);
	%end.

	Add 1 to Restore_count_ws.
	Move "RESTORED" to Result_txt_ws.
	Perform X40_ROLLBACK_LINE thru X40_ROLLBACK_LINE_end.

D45_ROLLBACK_FIELD_end.
	Exit.


X05_PROBE_KEY.
%^ The scratch-index key of a map line or a looked-for id: bank "|"
%^ identifier (blank bank for a map line good for every bank).

	Move spaces to Probe_ws.
	String Chk_bank_ws Delimited by size,
	       "|" Delimited by size,
	       Chk_id_ws Delimited by space
		into Probe_ws.
	%beg
	Rhm_compose ^OUT(Rhm_probe_vs) Probe_ws, /;
	%end.

X05_PROBE_KEY_end.
	Exit.


X06_ROLLBACK_KEY.
%^ The scratch-index key of a repetitive change in the undo file:
%^ repetitive key "|" field.

	Move spaces to Probe_ws.
	String Und_rep_key_ws Delimited by space,
	       "|" Delimited by size,
	       Und_field_ws Delimited by size
		into Probe_ws.
	%beg
	Rhm_compose ^OUT(Rhm_probe_vs) Probe_ws, /;
	%end.

X06_ROLLBACK_KEY_end.
	Exit.


X10_FIND_MAP.
%^ The map line for Chk_type_ws/Chk_bank_ws/Chk_id_ws into
%^ Map_found_ws, zero when there is none.  A line for the bank itself
%^ wins over one for every bank.

	Move zero to Map_found_ws.

	Perform X05_PROBE_KEY thru X05_PROBE_KEY_end.
	%Beg
	SEARCH: Rhm_probe_q EQL key=Rhm_probe_vs;
	%End.
	If failure_is in Rhm_probe_q_status
	    Move Chk_bank_ws to Rhm_bank_ws
	    Move spaces to Chk_bank_ws
	    Perform X05_PROBE_KEY thru X05_PROBE_KEY_end
	    Move Rhm_bank_ws to Chk_bank_ws
	    %Beg
	    SEARCH: Rhm_probe_q EQL key=Rhm_probe_vs;
	    %End
	    If failure_is in Rhm_probe_q_status
		Go to X10_FIND_MAP_end
	    End-if
	End-if.

	Perform varying Map_idx_ws from 1 by 1
		until Map_idx_ws > Map_count_ws
	    If Map_old_ws(Map_idx_ws) = Chk_id_ws
	      and (Map_idtype_ws(Map_idx_ws) = Chk_type_ws
		   or Chk_type_ws = "*")
		If Map_bank_ws(Map_idx_ws) = Chk_bank_ws
		    Move Map_idx_ws to Map_found_ws
		    Move Map_count_ws to Map_idx_ws
		Else
		    If Map_bank_ws(Map_idx_ws) = spaces
		      and Map_found_ws = 0
			Move Map_idx_ws to Map_found_ws
		    End-if
		End-if
	    End-if
	End-perform.

X10_FIND_MAP_end.
	Exit.


X30_LOG_CHANGE.
%^ The operator action log entry for one change, under the /OPERATOR
%^ given, as the maintenance screen writes it; committed with the
%^ change itself.

	set update_is in Select_function_wf to true.

	%beg
	Alloc_Elem: Change_log(notrap,
	 .systime NOW,
	 .Person = Operator_ws,
	 .File_Type = Log_type_ws,
	 .Dat_Func  = Select_function_wf,
	 .file_key = Rhm_file_key_vs,
	 .Memo = Rhm_memo_vs );
	%end.

X30_LOG_CHANGE_end.
	Exit.


X40_ROLLBACK_LINE.
%^ One /ROLLBACK report line.

	Move spaces to Report_line_ws.
	If Und_repetitive
	    String "  " Delimited by size,
		   Result_txt_ws Delimited by size,
		   "RPT " Delimited by size,
		   Und_rep_key_ws Delimited by space,
		   "  " Delimited by size,
		   Und_field_ws Delimited by size,
		   "  " Delimited by size,
		   Und_after_ws Delimited by space,
		   " -> " Delimited by size,
		   Und_before_ws Delimited by space
		    into Report_line_ws
	Else
	    String "  " Delimited by size,
		   Result_txt_ws Delimited by size,
		   "REL " Delimited by size,
		   Und_rel_id_ws Delimited by size,
		   "  " Delimited by size,
		   Und_bank_ws Delimited by size,
		   " " Delimited by size,
		   Und_field_ws Delimited by size,
		   "  " Delimited by size,
		   Und_after_ws Delimited by space,
		   " -> " Delimited by size,
		   Und_before_ws Delimited by space
		    into Report_line_ws
	End-if.
	Write RHM_RPT_REC from Report_line_ws.

X40_ROLLBACK_LINE_end.
	Exit.


X45_CHANGE_LINE.
%^ One preview/apply report line.

	Move spaces to Report_line_ws.
	If Und_repetitive
	    Evaluate Und_field_ws
		when "S"
		    Move "SWIFT" to Field_txt_ws
		when "A"
		    Move "ABA" to Field_txt_ws
		when other
		    Move "DEBIT" to Field_txt_ws
	    End-evaluate
	    String "  " Delimited by size,
		   Result_txt_ws Delimited by size,
		   Und_rep_key_ws Delimited by space,
		   "  " Delimited by size,
		   Field_txt_ws Delimited by size,
		   Und_before_ws Delimited by space,
		   " -> " Delimited by size,
		   Und_after_ws Delimited by space
		    into Report_line_ws
	Else
	    String "  " Delimited by size,
		   Result_txt_ws Delimited by size,
		   Und_rel_id_ws Delimited by size,
		   "  " Delimited by size,
		   Und_bank_ws Delimited by size,
		   " " Delimited by size,
		   Und_field_ws Delimited by size,
		   "  " Delimited by size,
		   Und_before_ws Delimited by space,
		   " -> " Delimited by size,
		   Und_after_ws Delimited by space
		    into Report_line_ws
	End-if.
	Write RHM_RPT_REC from Report_line_ws.

X45_CHANGE_LINE_end.
	Exit.
