%Module MENU_RWC;

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

*  o  The "RWC" return wire confirmation screen.		*

%^ Confirm a return wire RETURN_WIRE_GEN has prepared for a late
%^ cancellation.  The operator keys the ORIGINAL wire's TRN and a
%^ memo; the "P"repared RETURN_OWED_QUE entry is flipped to "S"ent
%^ carrying who confirmed it and when, and the action is written to
%^ OPR_ACTION_LOG.  The confirming operator must hold the ACE/RWCNF
%^ privilege.  "S" shows the owed entry -- its state, the return TRN,
%^ the compensation, and the cancellation it came from -- without
%^ changing it.

%^ Modification History
%^	R. Iverson	17-Aug-2010	CR13198
%^		New module.

*******************************************************************************

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end


%def			%^ local fsect.

Rwc_owed_que:		que(	%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Menu_rwc_set:		set(	%`SBJ_DD_PATH:MENU_RWC_SET.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);
Call_status_wf:		boolean;
Has_confirm_priv:	boolean;
Ws_rsts:		boolean;
Rwc_trn_key_ws:		vstr(16);
Rwc_confirmer_ws:	vstr(12);
Temp_memo_buff:		vstr(%`%ACE$_MSG_STR_SIZE`);

%^ SIEM feed staging - see the SEC_EVENT_FEED call.
Sev_opr_ws:		str(10);
Sev_bank_ws:		str(3);
Sev_memo_ws:		str(80);

%^ Screens
	%`SBJ_DD_PATH:MENU_RWC_SCR.DEF`


%^ The value of this variable determines whether we are to stay or go.
Menu_next_function_ws:	rec(
 Product_id:		vstr(3);
 Function_id:		vstr(6); );

Next_action_wf:		oneof(stay_here_is, timeout_is, menu_is);

first_time_sw:		oneof(first_time_thru,been_there);

Menu_Parameter:		VSTR(4);

parse:			parse;
compose:		compose;

%end

%Procedure.
A100_MAIN.

	Set stay_here_is in Next_action_wf to true.
	Set first_time_thru in first_time_sw to true.

	Perform B000_SUBJECT_INIT thru B000_SUBJECT_INIT_END.

	Perform C000_RWC_SELECT THRU C000_RWC_SELECT_END
		until not stay_here_is in Next_action_wf.


	IF (Timeout_Is IN Next_Action_Wf)
	THEN
	    %BEG Menu_Parameter = "*TO*"; %END
	ELSE
	    %BEG Menu_Parameter = null; %END
	END-IF.

	CALL "MENU_TRANSFER" USING
	  BY REFERENCE Menu_Parameter.

	%^ clean up before exit
	Perform B050_RWC_BREAK thru B050_RWC_BREAK_END.

A100_MAIN_END.
	%EXIT PROGRAM.

******************************************************************************
*
* This paragraph init's the program's subjects.
*
B000_SUBJECT_INIT.

	Call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Rwc_owed_que giving Ws_rsts;

	%beg
	menu_next_function_ws = menu_next_function;

	FIRST: Menu_priv_seq;
	Menu_priv_seq ^SEARCH Key="ACERWCNF";
	Has_confirm_priv = Menu_priv_seq STATUS;  %^ Return confirm privilege
	%end.

B000_SUBJECT_INIT_END.
	Exit.

B050_RWC_BREAK.
	%beg
	BREAK: Rwc_owed_que;
	BREAK: Menu_rwc_set;
	BREAK: Menu_rwc_scr;
	%end.

B050_RWC_BREAK_END.
	Exit.


C000_RWC_SELECT.
%^ One screen: original TRN, function ("C" = confirm the return,
%^ "S" = show the owed entry), and a memo.

	If first_time_thru
	then
		perform V000_ALLOC_SCREEN thru V000_ALLOC_SCREEN_END

	 	%beg
		Menu_rwc_scr(
			.Fkeys(
			  .Timout.enable = T,
			  .Goldcancel.enable = T,
			  .Goldcancel.noedit = T,
			  .Entr.enable = T),
			.Cmds(
		  	    .Cmd_menu.enable = T,
		  	    .Cmd_menu.Noedit = T ),

		  	.Msg1 = MENU_MSG1,
		  	.Msg2 = MENU_MSG2 );

			Menu_msg1 = null;
			Menu_msg2 = null;

			SEND: Menu_rwc_SCR(
			.Menu_rwc_set send == Menu_rwc_set );
		%end

		Set Been_there in first_time_sw to true
	Else
	  %beg
		Menu_rwc_scr.msg1 = Menu_msg1;
		Menu_rwc_scr.msg2 = Menu_msg2;
		Menu_msg1 = null;
		Menu_msg2 = null;

		reply:menu_rwc_scr &;
		reply:menu_rwc_set;

	  %end
	End-if.


%^******************************************************************************

C000_DISPATCH.

	Evaluate true
	  when scr_status  in Menu_rwc_scr = "TIMOUT"
		%beg
		menu_next_function_ws.function_id = "*TO*";
		Menu_msg1 = "VMSG$_TIMOUT";
		%end
		Set timeout_is in next_action_wf to true

	  when scr_status of Menu_rwc_scr = "GOLDCANCEL"
		%beg
		menu_rwc_scr.Cmdarg = Null;
		%end

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_rwc_scr
		 returning Call_status_wf

		Set menu_is in next_action_wf to true

	  when scr_status of Menu_rwc_scr =  "CMD_MENU"

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_rwc_scr
		 returning Call_status_wf

		if failure_is in Call_status_wf
		  then	%beg
			Menu_Msg2 = Menu_errmsg;
			%end
			go to C000_RWC_SELECT_END
		end-if

		set menu_is in Next_action_wf to true


	  when scr_status of Menu_rwc_scr = "ENTR"
		Perform D100_EDIT_SCREEN thru D100_EDIT_SCREEN_END


	  when other

		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
		go to C000_RWC_SELECT_END
	end-evaluate.

C000_RWC_SELECT_END.
	Exit.


D100_EDIT_SCREEN.

	If (Trn_date of Menu_rwc_set = Null) or
	   (Trn_num of Menu_rwc_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_RWCNEEDTRN";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	%beg
	compose ^out(Rwc_trn_key_ws),
		Trn_date of Menu_rwc_set,
		Trn_num of Menu_rwc_set, /;

	BREAK: Rwc_owed_que;
	SEARCH: Rwc_owed_que (notrap, forward, eql,
		Key = Rwc_trn_key_ws);
	%end.

	If failure_is in Rwc_owed_que_status
		%beg
		Menu_Msg2 = "MSG$_OPR_RWCNOTOWED";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	evaluate The_func of Menu_rwc_set

	%^ Confirm the prepared return.
	  when "C"
		Perform E100_CONFIRM_RETURN thru E100_CONFIRM_RETURN_END

	%^ Show the owed entry without changing it.
	  when "S"
		%beg
		Menu_rwc_set(
		    .Disp_status       = Rwc_owed_que.Owed_status,
		    .Disp_return_trn   = Rwc_owed_que.Return_trn,
		    .Disp_currency     = Rwc_owed_que.Currency,
		    .Disp_principal    = Rwc_owed_que.Principal,
		    .Disp_compensation = Rwc_owed_que.Compensation,
		    .Disp_cxl_log      = Rwc_owed_que.Cxl_log,
		    .Disp_confirmed_by = Rwc_owed_que.Confirmed_by,
		    .Disp_last_memo    = Rwc_owed_que.Last_memo );
		Menu_Msg2 = "MSG$_OPR_RWCSHOWN";
		%end

	  when other
		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
	end-evaluate.

	%beg
	BREAK: Rwc_owed_que;
	%end.

D100_EDIT_SCREEN_end.
	Exit.


E100_CONFIRM_RETURN.
%^ Flip the positioned prepared entry to sent.  The privilege, the
%^ reason memo, and the prepared state are all checked first; the
%^ OPR_ACTION_LOG entry rides the same commit as the queue update so
%^ the audit record and the confirmation can never disagree.

	If Failure_is in Has_confirm_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTRWCPRIV";
		%end
		go to E100_CONFIRM_RETURN_END
	End-if.

	If (Reason_memo of Menu_rwc_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to E100_CONFIRM_RETURN_END
	End-if.

	If Owed_status of Rwc_owed_que = "S"
		%beg
		Menu_Msg2 = "MSG$_OPR_RWCALRDYSENT";
		%end
		go to E100_CONFIRM_RETURN_END
	End-if.

%^ Nothing to confirm until RETURN_WIRE_GEN has built the return.
	If Owed_status of Rwc_owed_que not = "P"
		%beg
		Menu_Msg2 = "MSG$_OPR_RWCNOTPREP";
		%end
		go to E100_CONFIRM_RETURN_END
	End-if.

	%beg
	Rwc_confirmer_ws = Menu_opr_union.Opr_login_id;
	%end.

	set update_is in Select_function_wf to true.

	%beg
	Rwc_owed_que(notrap,
	    .Owed_status  = "S",
	    .Confirmed_by = Menu_opr_union.Opr_Login_Id,
	    .Confirm_time NOW );

	compose ^out(Temp_memo_buff), "Return wire ",
		Rwc_owed_que.Return_trn, " confirmed - ",
		Reason_memo of Menu_rwc_set, /;

	Alloc_Elem: Change_Log(notrap,
	 .systime NOW,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .File_Type = "RWC",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Rwc_trn_key_ws,
	 .Memo = Temp_memo_buff );

	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_RWCCONFIRMED";
	%end.

	Move spaces to Sev_opr_ws, Sev_bank_ws, Sev_memo_ws.
	Move Rwc_confirmer_ws(1:Rwc_confirmer_ws_length) to Sev_opr_ws.
	Move Bank of Rwc_owed_que to Sev_bank_ws.
	Move Temp_memo_buff(1:80) to Sev_memo_ws.
	Call "SEC_EVENT_FEED" using
		by content "RWCCNF  ",
		by reference Sev_opr_ws,
		by reference Sev_bank_ws,
		by reference Sev_memo_ws
	      returning Ws_rsts.

E100_CONFIRM_RETURN_END.
	Exit.


%^******************************************************************************

V000_ALLOC_SCREEN.

	%beg

	ALLOC_TEMP:	Menu_rwc_set(mod);
	Alloc_temp:	Menu_rwc_scr;

	%end.


V000_ALLOC_SCREEN_END.
	Exit.
